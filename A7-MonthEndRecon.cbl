       identification division.
       program-id. A7-MonthEndRecon.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Month-end tie-out, run after the report.
      *Each month-end output balances on its own - the feed and the
      *journal carry trailers - but nothing proves they agree with
      *each other. This program reads them side by side for the
      *period and prints, team by team, whether each cross-check is
      *matched or out and by how much:
      *  - the general-ledger journal's cost against calls times
      *    the team's rate, team-month by team-month
      *  - the scheduling extract's per-operator totals against
      *    the operator totals the report worked from
      *  - this fiscal year's history rows against the same totals
      *  - the feed's calls against the daily call log, less the
      *    days the feed build skipped or left out
      *The report's totals are rebuilt here from the feed with the
      *report's own record checks (unusable call counts, operators
      *not on the master, repeated records), so a record the report
      *turned away is not mistaken for an out-of-balance. Return
      *code 0 when everything ties, 8 when anything is out, 16 when
      *an input is missing and the tie-out cannot be made
      *
       environment division.
       input-output section.
       file-control.
      *
           select param-file
               assign to '../../../A7-Params.dat'
               organization is line sequential
               file status is ws-param-status.
      *
           select master-file
               assign to '../../../A7-EmpMaster.dat'
               organization is line sequential
               file status is ws-master-status.
      *
           select rate-file
               assign to '../../../A7-RateTable.dat'
               organization is line sequential
               file status is ws-rate-status.
      *
           select emp-file
               assign to '../../../A7.dat'
               organization is line sequential
               file status is ws-emp-status.
      *
           select gl-file
               assign to '../../../A7-GLJournal.dat'
               organization is line sequential
               file status is ws-gl-status.
      *
           select scheduling-file
               assign to '../../../A7-Scheduling.dat'
               organization is line sequential
               file status is ws-sched-status.
      *
           select history-file
               assign to '../../../A7-History.dat'
               organization is line sequential
               file status is ws-history-status.
      *
           select daily-file
               assign to '../../../A7-DailyCallLog.dat'
               organization is line sequential
               file status is ws-daily-status.
      *
      *the feed build's quarantine - the repeated day rows it left
      *out and the months it capped, both reconciling items between
      *the log and the feed. A build with nothing to quarantine
      *still writes an empty file
           select quarantine-file
               assign to '../../../A7-BuildA7File.qtn'
               organization is line sequential
               file status is ws-qtn-status.
      *
           select recon-file
               assign to '../../../A7-MonthEndRecon.out'
               organization is line sequential.
      *
       data division.
       file section.
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
       fd rate-file
           data record is rate-rec
           record contains 7 characters.
      *
       01 rate-rec.
         05 rate-rec-team              pic x(2).
         05 rate-rec-cost              pic 9(3)v99.
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
       fd gl-file
           data record is gl-rec
           record contains 22 characters.
      *
       01 gl-rec.
         05 gl-rec-period              pic 9(6).
         05 gl-rec-cost-center.
           10 filler                   pic x(2).
           10 gl-rec-cc-team           pic x(2).
           10 filler                   pic x(2).
         05 gl-rec-amount              pic 9(7)v99.
         05 gl-rec-type                pic x.
      *
       01 gl-trailer-rec.
         05 gl-trailer-id              pic x(3).
         05 gl-trailer-count           pic 9(5).
         05 gl-trailer-amount          pic 9(9)v99.
         05 filler                     pic x(3).
      *
       fd scheduling-file
           data record is sched-rec
           record contains 46 characters.
      *
       01 sched-rec.
         05 sched-rec-num              pic x(3).
         05 sched-rec-months           pic 999 occurs 12 times.
         05 sched-rec-avg              pic 9(5).
         05 sched-rec-high-flag        pic x.
         05 sched-rec-low-flag         pic x.
      *
       fd history-file
           data record is history-rec
           record contains 19 characters.
      *
       01 history-rec.
         05 history-rec-year           pic 9(4).
         05 history-rec-num            pic x(3).
         05 history-rec-total          pic 9(5).
         05 history-rec-avg            pic 9(5).
         05 history-rec-team           pic x(2).
      *
       fd daily-file
           data record is daily-rec
           record contains 18 to 38 characters.
      *
       01 daily-rec.
         05 daily-rec-date             pic 9(8).
         05 daily-rec-date-r redefines daily-rec-date.
           10 daily-rec-yyyy           pic 9(4).
           10 daily-rec-mm             pic 99.
           10 daily-rec-dd             pic 99.
         05 daily-rec-num              pic x(3).
         05 daily-rec-calls            pic 9(3).
         05 daily-rec-mins             pic 9(4).
      *
      *the row at its widest, whatever its type
       01 daily-rec-image              pic x(38).
      *
      *interval 'I' and queue 'Q' rows share the log - only the
      *type byte is needed here, to pass them over
       01 daily-typed-rec.
         05 daily-rec-type             pic x.
           88 daily-interval-row value 'I'.
           88 daily-queue-row value 'Q'.
      *
       fd quarantine-file
           data record is qtn-rec
           record contains 52 characters.
      *
       01 qtn-rec.
         05 qtn-rec-reason             pic x(3).
         05 qtn-rec-num                pic x(3).
         05 qtn-rec-date               pic 9(8).
         05 qtn-rec-row.
           10 filler                   pic x(11).
           10 qtn-rec-row-calls        pic 9(3).
           10 filler                   pic x(24).
         05 qtn-rec-cap redefines qtn-rec-row.
           10 qtn-rec-cap-team         pic x(2).
           10 qtn-rec-cap-amount       pic 9(6).
           10 filler                   pic x(30).
      *
       fd recon-file
           data record is recon-line
           record contains 80 characters.
      *
       01 recon-line                   pic x(80).
      *
       working-storage section.
      *
       01 ws-param-status              pic xx value spaces.
         88 ws-param-file-ok value "00".
      *
       01 ws-master-status             pic xx value spaces.
         88 ws-master-file-ok value "00".
      *
       01 ws-rate-status               pic xx value spaces.
         88 ws-rate-file-ok value "00".
      *
       01 ws-emp-status                pic xx value spaces.
         88 ws-emp-file-ok value "00".
      *
       01 ws-gl-status                 pic xx value spaces.
         88 ws-gl-file-ok value "00".
      *
       01 ws-sched-status              pic xx value spaces.
         88 ws-sched-file-ok value "00".
      *
       01 ws-history-status            pic xx value spaces.
         88 ws-history-file-ok value "00".
      *
       01 ws-daily-status              pic xx value spaces.
         88 ws-daily-file-ok value "00".
      *
       01 ws-qtn-status                pic xx value spaces.
         88 ws-qtn-file-ok value "00".
      *
      *one end-of-file flag serves every input in turn, each load
      *resets it when done
       01 ws-eof-flag                  pic x value 'n'.
         88 ws-end-of-file value "y".
      *
      *reporting period - same fields and same defaulting rule as
      *the feed build and the report
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
      *the hr master - the report turns away feed records for
      *operators it doesn't carry, and the log's operators take
      *their team from it
       01 ws-master-table.
         05 ws-mstr-count              pic 9(4) value 0.
         05 ws-mstr-idx                pic 9(4) value 0.
         05 ws-mstr-entry occurs 2000 times.
           10 ws-mstr-num              pic x(3).
           10 ws-mstr-team             pic x(2).
      *
       01 ws-rate-table.
         05 ws-rate-count              pic 9(3) value 0.
         05 ws-rate-idx                pic 9(3) value 0.
         05 ws-rate-entry occurs 100 times.
           10 ws-rate-team             pic x(2).
           10 ws-rate-cost             pic 9(3)v99.
      *
      *per team - the cost the journal should carry for each month
      *and the cost it does carry
       01 ws-team-table.
         05 ws-team-count              pic 9(3) value 0.
         05 ws-team-idx                pic 9(3) value 0.
         05 ws-team-entry occurs 100 times.
           10 ws-team-code             pic x(2).
           10 ws-team-printed-flag     pic x.
           10 ws-team-exp-cost         pic 9(7)v99 occurs 12 times.
           10 ws-team-gl-cost          pic 9(7)v99 occurs 12 times.
      *
      *teams in print order, lowest code first
       01 ws-order-table.
         05 ws-order-count             pic 9(3) value 0.
         05 ws-order-idx               pic 9(3) value 0.
         05 ws-order-team-idx          pic 9(3) occurs 100 times.
      *
      *per operator - the report's calls by month from the feed
      *records it accepted (for the scheduling extract), what the
      *extract carries, the feed's calls on every record (for the
      *log tie-back) and the log's side of that tie-back
       01 ws-op-table.
         05 ws-op-count                pic 9(4) value 0.
         05 ws-op-idx                  pic 9(4) value 0.
         05 ws-op-entry occurs 2000 times.
           10 ws-op-num                pic x(3).
           10 ws-op-team               pic x(2).
           10 ws-op-report-months      pic 9(5) occurs 12 times.
           10 ws-op-sched-total        pic 9(7).
           10 ws-op-sched-flag         pic x.
             88 ws-op-on-sched value 'y'.
           10 ws-op-feed-total         pic 9(7).
           10 ws-op-cap-excess         pic 9(7).
           10 ws-op-log-calls          pic 9(7).
           10 ws-op-qtn-calls          pic 9(7).
      *
      *per operator and team - the report writes one history row per
      *accepted feed record, so history is tied at that level
       01 ws-histkey-table.
         05 ws-hkey-count              pic 9(4) value 0.
         05 ws-hkey-idx                pic 9(4) value 0.
         05 ws-hkey-entry occurs 3000 times.
           10 ws-hkey-num              pic x(3).
           10 ws-hkey-team             pic x(2).
           10 ws-hkey-report-total     pic 9(7).
           10 ws-hkey-hist-total       pic 9(7).
      *
      *feed records already accepted, by site, operator and team -
      *the report's repeated-record check
       01 ws-dup-table.
         05 ws-dup-count               pic 9(4) value 0.
         05 ws-dup-idx                 pic 9(4) value 0.
         05 ws-dup-key                 pic x(7) occurs 2000 times.
      *
       01 ws-lookup-work.
         05 ws-key-num                 pic x(3) value spaces.
         05 ws-key-team                pic x(2) value spaces.
         05 ws-this-dup-key            pic x(7) value spaces.
         05 ws-col                     pic s9(4) value 0.
         05 ws-day-ym                  pic 9(6) value 0.
         05 ws-gl-col                  pic s9(4) value 0.
         05 ws-gl-yyyy                 pic 9(4) value 0.
         05 ws-gl-mm                   pic 99 value 0.
         05 ws-best-key                pic x(2) value spaces.
         05 ws-best-idx                pic 9(3) value 0.
         05 ws-cost-work               pic 9(7)v99 value 0.
      *
       01 ws-valid-flag                pic x value 'y'.
         88 ws-record-valid value 'y'.
      *
       01 ws-capacity-fault-flag       pic x value 'n'.
         88 ws-capacity-fault value 'y'.
      *
      *feed and log counts for the tie-out sheet
       01 ws-recon-counts.
         05 ws-feed-records            pic 9(5) value 0.
         05 ws-feed-excluded           pic 9(5) value 0.
         05 ws-log-rows-read           pic 9(7) value 0.
         05 ws-log-rows-outside        pic 9(7) value 0.
         05 ws-log-rows-unknown        pic 9(7) value 0.
         05 ws-log-rows-bad            pic 9(7) value 0.
         05 ws-log-rows-quarantined    pic 9(7) value 0.
         05 ws-gl-trailer-flag         pic x value 'n'.
           88 ws-gl-trailer-seen value 'y'.
         05 ws-gl-rows-read            pic 9(5) value 0.
         05 ws-gl-amount-read          pic 9(9)v99 value 0.
         05 ws-gl-trl-count            pic 9(5) value 0.
         05 ws-gl-trl-amount           pic 9(9)v99 value 0.
         05 ws-checks-out              pic 9(5) value 0.
         05 ws-missing-inputs          pic 9(2) value 0.
      *
      *one team's side of a check while its line is built
       01 ws-team-work.
         05 ws-tw-ops                  pic 9(5) value 0.
         05 ws-tw-ops-out              pic 9(5) value 0.
         05 ws-tw-left                 pic 9(9) value 0.
         05 ws-tw-right                pic 9(9) value 0.
         05 ws-tw-exp-cost             pic 9(9)v99 value 0.
         05 ws-tw-gl-cost              pic 9(9)v99 value 0.
         05 ws-tw-months-out           pic 99 value 0.
         05 ws-op-left                 pic 9(7) value 0.
         05 ws-op-right                pic 9(7) value 0.
      *
       01 ws-recon-heading.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(33) value
         "Month-end reconciliation         ".
         05 ws-head-date               pic 9(6).
         05 filler                     pic x(2) value spaces.
         05 ws-head-time               pic 9(8).
      *
       01 ws-period-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(19) value
         "reporting period:  ".
         05 ws-period-line-start       pic 9(6).
         05 filler                     pic x(3) value ' - '.
         05 ws-period-line-end         pic 9(6).
      *
       01 ws-section-line.
         05 filler                     pic x(4) value spaces.
         05 ws-section-caption         pic x(70).
      *
       01 ws-missing-line.
         05 filler                     pic x(6) value spaces.
         05 filler                     pic x(30) value
         "*** not run - input missing: ".
         05 ws-missing-name            pic x(30).
      *
       01 ws-gl-column-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(34) value
         "team calls x rate   journal cost  ".
         05 filler                     pic x(29) value
         "result     difference  months".
      *
       01 ws-gl-team-line.
         05 filler                     pic x(4) value spaces.
         05 ws-gl-line-team            pic x(2).
         05 filler                     pic x(2) value spaces.
         05 ws-gl-line-expected        pic zz,zzz,zz9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-gl-line-posted          pic zz,zzz,zz9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-gl-line-result          pic x(8).
         05 ws-gl-line-diff            pic -(9)9.99.
         05 filler                     pic x(5) value spaces.
         05 ws-gl-line-months          pic z9.
      *
       01 ws-count-column-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(30) value
         "team  operators       report  ".
         05 filler                     pic x(30) value
         "other side  result  difference".
      *
       01 ws-team-result-line.
         05 filler                     pic x(4) value spaces.
         05 ws-trl-team                pic x(2).
         05 filler                     pic x(8) value spaces.
         05 ws-trl-ops                 pic zzzz9.
         05 filler                     pic x(4) value spaces.
         05 ws-trl-left                pic zzzzzzzz9.
         05 filler                     pic x(3) value spaces.
         05 ws-trl-right               pic zzzzzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-trl-result              pic x(8).
         05 ws-trl-diff                pic -(9)9.
      *
       01 ws-op-out-line.
         05 filler                     pic x(8) value spaces.
         05 filler                     pic x(9) value "operator ".
         05 ws-ool-num                 pic x(3).
         05 filler                     pic x(1) value spaces.
         05 ws-ool-team                pic x(2).
         05 filler                     pic x(2) value spaces.
         05 ws-ool-left                pic zzzzzz9.
         05 filler                     pic x(5) value spaces.
         05 ws-ool-right               pic zzzzzz9.
         05 filler                     pic x(12) value spaces.
         05 ws-ool-diff                pic -(7)9.
      *
       01 ws-count-line.
         05 filler                     pic x(4) value spaces.
         05 ws-count-caption           pic x(44).
         05 ws-count-amount            pic zzzzzzz9.
      *
       01 ws-money-line.
         05 filler                     pic x(4) value spaces.
         05 ws-money-caption           pic x(40).
         05 ws-money-amount            pic zzz,zzz,zz9.99.
      *
       01 ws-result-line.
         05 filler                     pic x(4) value spaces.
         05 ws-result-text             pic x(70).
      *
       01 ws-capacity-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(60) value
         "*** capacity exceeded - the tie-out is incomplete ***".
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
           perform 150-load-master.
           perform 155-load-rate-table.
      *
           open output recon-file.
      *
           write recon-line from ws-recon-heading
             after advancing 1 line.
           move ws-period-start-ym                  to
           ws-period-line-start.
           move ws-period-end-ym                    to
           ws-period-line-end.
           write recon-line from ws-period-line
             after advancing 2 lines.
      *
      *no feed, nothing to tie anything to
           open input emp-file.
           if not ws-emp-file-ok
               move "A7.dat"                        to ws-missing-name
               write recon-line from ws-missing-line
                 after advancing 2 lines
               close recon-file
               move 16                              to return-code
               stop run
           end-if.
      *
           perform 200-read-feed.
           perform 210-process-feed-record
             until ws-end-of-file.
           move 'n'                                 to ws-eof-flag.
           close emp-file.
      *
           perform 230-load-gl-journal.
           perform 240-load-scheduling.
           perform 250-load-history.
           perform 260-load-daily-log.
           perform 270-load-quarantine.
           perform 390-order-teams.
      *
           perform 400-print-gl-section.
           perform 410-print-scheduling-section.
           perform 420-print-history-section.
           perform 430-print-log-section.
           perform 450-print-summary.
      *
           close recon-file.
      *
      *a missing input or a table that overflowed leaves the tie-out
      *unproven, which outranks anything found out of balance
           if ws-missing-inputs > 0
             or ws-mstr-count = 0
             or ws-capacity-fault
               move 16                              to return-code
           else
               if ws-checks-out > 0
                   move 8                           to return-code
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
                   at end move 'y'                 to ws-eof-flag
               end-read

               if not ws-end-of-file
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

               move 'n'                            to ws-eof-flag
               close param-file
           end-if.

       110-determine-period-start.
      *same rule as the feed build - when the parameter file does
      *not name the period's start year, it is taken to be the
      *latest year for which the period has already started as of
      *the run date. The report stamps history with the same year
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

       150-load-master.
           open input master-file.

           if ws-master-file-ok
               read master-file
                   at end move 'y'               to ws-eof-flag
               end-read

               perform until ws-end-of-file

                   if ws-mstr-count >= 2000
                       move 'y'                     to
                       ws-capacity-fault-flag
                   else
                       add 1                        to ws-mstr-count
                       move master-rec-num          to
                       ws-mstr-num(ws-mstr-count)
                       move master-rec-team         to
                       ws-mstr-team(ws-mstr-count)
                   end-if

                   read master-file
                       at end move 'y'           to ws-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-eof-flag
               close master-file
           end-if.

       155-load-rate-table.
      *the rates the report costed with - a missing table leaves the
      *journal check unprovable
           open input rate-file.

           if ws-rate-file-ok
               read rate-file
                   at end move 'y'               to ws-eof-flag
               end-read

               perform until ws-end-of-file

                   if ws-rate-count >= 100
                       move 'y'                     to
                       ws-capacity-fault-flag
                   else
                       add 1                        to ws-rate-count
                       move rate-rec-team           to
                       ws-rate-team(ws-rate-count)
                       move rate-rec-cost           to
                       ws-rate-cost(ws-rate-count)
                   end-if

                   read rate-file
                       at end move 'y'           to ws-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-eof-flag
               close rate-file
           end-if.

       200-read-feed.
           read emp-file
               at end
                   move 'y'                  to ws-eof-flag
           end-read.

       210-process-feed-record.
      *every feed record counts toward the log tie-back - it is what
      *the build wrote. Only a record the report would accept counts
      *toward the report's totals, costs and history
           if emp-rec-num not = 'TRL'
               add 1                                to ws-feed-records

               move emp-rec-num                     to ws-key-num
               perform 300-find-operator

               if ws-op-idx > 0
                   perform varying ws-sub from 1 by 1
                     until ws-sub > ws-number-of-months
                       if emp-rec-calls(ws-sub) is numeric
                           add emp-rec-calls(ws-sub) to
                           ws-op-feed-total(ws-op-idx)
                       end-if
                   end-perform
               end-if

               perform 215-validate-feed-record

               if ws-record-valid
                   perform 220-accumulate-report-totals
               else
                   add 1                            to ws-feed-excluded
               end-if
           end-if.

           perform 200-read-feed.

       215-validate-feed-record.
      *the report's own record checks, in the report's order
           move 'y'                                 to ws-valid-flag.

           perform varying ws-sub from 1 by 1
             until ws-sub > ws-number-of-months
               if emp-rec-calls(ws-sub) is not numeric
                   move 'n'                         to ws-valid-flag
               end-if
           end-perform.

           if ws-record-valid
             and ws-mstr-count > 0
               perform varying ws-mstr-idx from 1 by 1
                 until ws-mstr-idx > ws-mstr-count
                   or ws-mstr-num(ws-mstr-idx) = emp-rec-num
               end-perform
               if ws-mstr-idx > ws-mstr-count
                   move 'n'                         to ws-valid-flag
               end-if
           end-if.

           if ws-record-valid
               move emp-rec-site                    to
               ws-this-dup-key(1:2)
               move emp-rec-num                     to
               ws-this-dup-key(3:3)
               move emp-rec-team                    to
               ws-this-dup-key(6:2)

               perform varying ws-dup-idx from 1 by 1
                 until ws-dup-idx > ws-dup-count
                   or ws-dup-key(ws-dup-idx) = ws-this-dup-key
               end-perform

               if ws-dup-idx not > ws-dup-count
                   move 'n'                         to ws-valid-flag
               else
                   if ws-dup-count < 2000
                       add 1                        to ws-dup-count
                       move ws-this-dup-key         to
                       ws-dup-key(ws-dup-count)
                   else
                       move 'n'                     to ws-valid-flag
                       move 'y'                     to
                       ws-capacity-fault-flag
                   end-if
               end-if
           end-if.

       220-accumulate-report-totals.
      *the report's months for the scheduling extract, its total for
      *the history row, and the cost it posted for the team
           move emp-rec-team                        to ws-key-team.
           perform 305-find-team.

           if ws-op-idx > 0
               perform varying ws-sub from 1 by 1
                 until ws-sub > ws-number-of-months
                   add emp-rec-calls(ws-sub)        to
                   ws-op-report-months(ws-op-idx, ws-sub)
               end-perform
           end-if.

      *the history row carries the record's period total - a second
      *record for the operator and team (another site) writes a
      *later row that supersedes the first, so the last one stands
           perform 310-find-history-key.
           if ws-hkey-idx > 0
               move 0                               to
               ws-hkey-report-total(ws-hkey-idx)
               perform varying ws-sub from 1 by 1
                 until ws-sub > ws-number-of-months
                   add emp-rec-calls(ws-sub)        to
                   ws-hkey-report-total(ws-hkey-idx)
               end-perform
           end-if.

      *cost - each operator-month rounded on its own and then added,
      *the way the report costs it. A team with no rate is costed at
      *nothing by the report too, and the journal should be silent
           perform varying ws-rate-idx from 1 by 1
             until ws-rate-idx > ws-rate-count
               or ws-rate-team(ws-rate-idx) = emp-rec-team
           end-perform.

           if ws-rate-idx not > ws-rate-count
             and ws-team-idx > 0
               perform varying ws-sub from 1 by 1
                 until ws-sub > ws-number-of-months
                   compute ws-cost-work rounded =
                     emp-rec-calls(ws-sub) * ws-rate-cost(ws-rate-idx)
                   add ws-cost-work                 to
                   ws-team-exp-cost(ws-team-idx, ws-sub)
               end-perform
           end-if.

       230-load-gl-journal.
      *the journal's normal postings for the period by team-month -
      *reversal rows undo a superseded posting already in the ledger
      *and are not part of this period's cost. The trailer is held
      *to the rows above it as well
           open input gl-file.

           if not ws-gl-file-ok
               add 1                                to ws-missing-inputs
           else
               read gl-file
                   at end move 'y'               to ws-eof-flag
               end-read

               perform until ws-end-of-file

                   if gl-trailer-id = 'TRL'
                       move 'y'                     to
                       ws-gl-trailer-flag
                       move gl-trailer-count        to ws-gl-trl-count
                       move gl-trailer-amount       to
                       ws-gl-trl-amount
                   else
                       add 1                        to ws-gl-rows-read
                       if gl-rec-amount is numeric
                           add gl-rec-amount        to
                           ws-gl-amount-read
                       end-if
                       if gl-rec-period is numeric
                         and gl-rec-amount is numeric
                         and gl-rec-type not = 'R'
                         and gl-rec-period >= ws-period-start-ym
                         and gl-rec-period <= ws-period-end-ym
                           perform 235-post-gl-row
                       end-if
                   end-if

                   read gl-file
                       at end move 'y'           to ws-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-eof-flag
               close gl-file
           end-if.

       235-post-gl-row.
           move gl-rec-cc-team                      to ws-key-team.
           perform 305-find-team.

           divide gl-rec-period by 100
             giving ws-gl-yyyy
             remainder ws-gl-mm.
           compute ws-gl-col =
             (ws-gl-yyyy - ws-period-start-year) * 12
             + ws-gl-mm - ws-report-start-month + 1.

           if ws-team-idx > 0
             and ws-gl-col >= 1
             and ws-gl-col <= ws-number-of-months
               add gl-rec-amount                    to
               ws-team-gl-cost(ws-team-idx, ws-gl-col)
           end-if.

       240-load-scheduling.
      *the extract is one row per operator - its calls over the
      *period's months
           open input scheduling-file.

           if not ws-sched-file-ok
               add 1                                to ws-missing-inputs
           else
               read scheduling-file
                   at end move 'y'               to ws-eof-flag
               end-read

               perform until ws-end-of-file

                   move sched-rec-num               to ws-key-num
                   perform 300-find-operator
                   if ws-op-idx > 0
                       move 'y'                     to
                       ws-op-sched-flag(ws-op-idx)
                       perform varying ws-sub from 1 by 1
                         until ws-sub > ws-number-of-months
                           if sched-rec-months(ws-sub) is numeric
                               add sched-rec-months(ws-sub) to
                               ws-op-sched-total(ws-op-idx)
                           end-if
                       end-perform
                   end-if

                   read scheduling-file
                       at end move 'y'           to ws-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-eof-flag
               close scheduling-file
           end-if.

       250-load-history.
      *this fiscal year's rows only - the report stamps them with the
      *year the period starts in. The file is only ever extended, so
      *a later row for the operator and team supersedes an earlier
      *one (a rerun of the period), as history maintenance treats it
           open input history-file.

           if not ws-history-file-ok
               add 1                                to ws-missing-inputs
           else
               read history-file
                   at end move 'y'               to ws-eof-flag
               end-read

               perform until ws-end-of-file

                   if history-rec-year = ws-period-start-year
                     and history-rec-total is numeric
                       move history-rec-num         to ws-key-num
                       move history-rec-team        to ws-key-team
                       perform 310-find-history-key
                       if ws-hkey-idx > 0
                           move history-rec-total   to
                           ws-hkey-hist-total(ws-hkey-idx)
                       end-if
                   end-if

                   read history-file
                       at end move 'y'           to ws-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-eof-flag
               close history-file
           end-if.

       260-load-daily-log.
      *the log's day rows the feed build would have taken - usable,
      *for an operator on the master, inside the period - by
      *operator. What it skips is counted for the tie-out sheet
           open input daily-file.

           if not ws-daily-file-ok
               add 1                                to ws-missing-inputs
           else
               read daily-file
                   at end move 'y'               to ws-eof-flag
               end-read

               perform until ws-end-of-file

                   if not daily-interval-row
                     and not daily-queue-row
                       perform 265-take-log-day
                   end-if

                   read daily-file
                       at end move 'y'           to ws-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-eof-flag
               close daily-file
           end-if.

       265-take-log-day.
           add 1                                    to ws-log-rows-read.

           if daily-rec-date is not numeric
             or daily-rec-calls is not numeric
             or daily-rec-mm < 1
             or daily-rec-mm > 12
             or daily-rec-dd < 1
             or daily-rec-dd > 31
               add 1                                to ws-log-rows-bad
           else
               perform varying ws-mstr-idx from 1 by 1
                 until ws-mstr-idx > ws-mstr-count
                   or ws-mstr-num(ws-mstr-idx) = daily-rec-num
               end-perform

               compute ws-day-ym =
                 daily-rec-yyyy * 100 + daily-rec-mm

               if ws-mstr-idx > ws-mstr-count
                   add 1                            to
                   ws-log-rows-unknown
               else
                   if ws-day-ym < ws-period-start-ym
                     or ws-day-ym > ws-period-end-ym
                       add 1                        to
                       ws-log-rows-outside
                   else
                       move daily-rec-num           to ws-key-num
                       perform 300-find-operator
                       if ws-op-idx > 0
                           add daily-rec-calls      to
                           ws-op-log-calls(ws-op-idx)
                       end-if
                   end-if
               end-if
           end-if.

       270-load-quarantine.
      *the repeated day rows the build left out come off the log's
      *side, the calls a capped month lost go back on the feed's
           open input quarantine-file.

           if not ws-qtn-file-ok
               add 1                                to ws-missing-inputs
           else
               read quarantine-file
                   at end move 'y'               to ws-eof-flag
               end-read

               perform until ws-end-of-file

                   move qtn-rec-num                 to ws-key-num

                   if qtn-rec-reason = 'DUP'
                     or qtn-rec-reason = 'DDF'
                       add 1                        to
                       ws-log-rows-quarantined
                       perform 300-find-operator
                       if ws-op-idx > 0
                         and qtn-rec-row-calls is numeric
                           add qtn-rec-row-calls    to
                           ws-op-qtn-calls(ws-op-idx)
                       end-if
                   end-if

                   if qtn-rec-reason = 'CAP'
                       perform 300-find-operator
                       if ws-op-idx > 0
                         and qtn-rec-cap-amount is numeric
                         and qtn-rec-cap-amount > 999
                           compute ws-op-cap-excess(ws-op-idx) =
                             ws-op-cap-excess(ws-op-idx)
                             + qtn-rec-cap-amount - 999
                       end-if
                   end-if

                   read quarantine-file
                       at end move 'y'           to ws-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-eof-flag
               close quarantine-file
           end-if.

       300-find-operator.
      *points ws-op-idx at ws-key-num's entry, adding one the first
      *time the operator is seen - team from the master, otherwise
      *the feed record in hand. Zero when the table is full
           perform varying ws-op-idx from 1 by 1
             until ws-op-idx > ws-op-count
               or ws-op-num(ws-op-idx) = ws-key-num
           end-perform.

           if ws-op-idx > ws-op-count
               if ws-op-count >= 2000
                   move 0                           to ws-op-idx
                   move 'y'                         to
                   ws-capacity-fault-flag
               else
                   add 1                            to ws-op-count
                   move ws-op-count                 to ws-op-idx
                   move ws-key-num                  to
                   ws-op-num(ws-op-idx)
                   move emp-rec-team                to
                   ws-op-team(ws-op-idx)
                   perform varying ws-mstr-idx from 1 by 1
                     until ws-mstr-idx > ws-mstr-count
                       or ws-mstr-num(ws-mstr-idx) = ws-key-num
                   end-perform
                   if ws-mstr-idx not > ws-mstr-count
                       move ws-mstr-team(ws-mstr-idx) to
                       ws-op-team(ws-op-idx)
                   end-if
                   move 'n'                         to
                   ws-op-sched-flag(ws-op-idx)
                   move 0                           to
                   ws-op-sched-total(ws-op-idx)
                   move 0                           to
                   ws-op-feed-total(ws-op-idx)
                   move 0                           to
                   ws-op-cap-excess(ws-op-idx)
                   move 0                           to
                   ws-op-log-calls(ws-op-idx)
                   move 0                           to
                   ws-op-qtn-calls(ws-op-idx)
                   perform varying ws-sub from 1 by 1
                     until ws-sub > 12
                       move 0                       to
                       ws-op-report-months(ws-op-idx, ws-sub)
                   end-perform
                   move ws-op-team(ws-op-idx)       to ws-key-team
                   perform 305-find-team
               end-if
           end-if.

       305-find-team.
      *points ws-team-idx at ws-key-team's entry, adding one the
      *first time the team is seen. Zero when the table is full
           perform varying ws-team-idx from 1 by 1
             until ws-team-idx > ws-team-count
               or ws-team-code(ws-team-idx) = ws-key-team
           end-perform.

           if ws-team-idx > ws-team-count
               if ws-team-count >= 100
                   move 0                           to ws-team-idx
                   move 'y'                         to
                   ws-capacity-fault-flag
               else
                   add 1                            to ws-team-count
                   move ws-team-count               to ws-team-idx
                   move ws-key-team                 to
                   ws-team-code(ws-team-idx)
                   move 'n'                         to
                   ws-team-printed-flag(ws-team-idx)
                   perform varying ws-sub from 1 by 1
                     until ws-sub > 12
                       move 0                       to
                       ws-team-exp-cost(ws-team-idx, ws-sub)
                       move 0                       to
                       ws-team-gl-cost(ws-team-idx, ws-sub)
                   end-perform
               end-if
           end-if.

       310-find-history-key.
      *points ws-hkey-idx at the operator-and-team entry, adding one
      *the first time it is seen. Zero when the table is full
           perform varying ws-hkey-idx from 1 by 1
             until ws-hkey-idx > ws-hkey-count
               or (ws-hkey-num(ws-hkey-idx) = ws-key-num
               and ws-hkey-team(ws-hkey-idx) = ws-key-team)
           end-perform.

           if ws-hkey-idx > ws-hkey-count
               if ws-hkey-count >= 3000
                   move 0                           to ws-hkey-idx
                   move 'y'                         to
                   ws-capacity-fault-flag
               else
                   add 1                            to ws-hkey-count
                   move ws-hkey-count               to ws-hkey-idx
                   move ws-key-num                  to
                   ws-hkey-num(ws-hkey-idx)
                   move ws-key-team                 to
                   ws-hkey-team(ws-hkey-idx)
                   move 0                           to
                   ws-hkey-report-total(ws-hkey-idx)
                   move 0                           to
                   ws-hkey-hist-total(ws-hkey-idx)
                   perform 305-find-team
               end-if
           end-if.

       390-order-teams.
      *every team any input mentioned, lowest code first
           perform until ws-order-count >= ws-team-count

               move high-values                     to ws-best-key
               move 0                               to ws-best-idx

               perform varying ws-team-idx from 1 by 1
                 until ws-team-idx > ws-team-count
                   if ws-team-printed-flag(ws-team-idx) = 'n'
                     and ws-team-code(ws-team-idx) < ws-best-key
                       move ws-team-code(ws-team-idx) to ws-best-key
                       move ws-team-idx             to ws-best-idx
                   end-if
               end-perform

               add 1                                to ws-order-count
               move ws-best-idx                     to
               ws-order-team-idx(ws-order-count)
               move 'y'                             to
               ws-team-printed-flag(ws-best-idx)

           end-perform.

       400-print-gl-section.
      *journal cost against calls times rate, team-month by
      *team-month - a team is out when any month is, the difference
      *shown is the journal less the calls-times-rate cost
           move "1. General ledger journal against calls x rate" to
           ws-section-caption.
           write recon-line from ws-section-line
             after advancing 3 lines.

           if not ws-gl-file-ok
               move "A7-GLJournal.dat"              to ws-missing-name
               write recon-line from ws-missing-line
                 after advancing 2 lines
           else
               if not ws-rate-file-ok
                   move "A7-RateTable.dat"          to ws-missing-name
                   write recon-line from ws-missing-line
                     after advancing 2 lines
                   add 1                            to
                   ws-missing-inputs
               else
                   write recon-line from ws-gl-column-line
                     after advancing 2 lines
                   perform 405-print-gl-team
                     varying ws-order-idx from 1 by 1
                     until ws-order-idx > ws-order-count
                   perform 407-print-gl-trailer-check
               end-if
           end-if.

       405-print-gl-team.
           move ws-order-team-idx(ws-order-idx)     to ws-team-idx.
           move 0                                   to ws-tw-exp-cost.
           move 0                                   to ws-tw-gl-cost.
           move 0                                   to ws-tw-months-out.

           perform varying ws-sub from 1 by 1
             until ws-sub > ws-number-of-months
               add ws-team-exp-cost(ws-team-idx, ws-sub) to
               ws-tw-exp-cost
               add ws-team-gl-cost(ws-team-idx, ws-sub) to
               ws-tw-gl-cost
               if ws-team-exp-cost(ws-team-idx, ws-sub) not =
                 ws-team-gl-cost(ws-team-idx, ws-sub)
                   add 1                            to ws-tw-months-out
               end-if
           end-perform.

           move ws-team-code(ws-team-idx)           to ws-gl-line-team.
           move ws-tw-exp-cost                      to
           ws-gl-line-expected.
           move ws-tw-gl-cost                       to
           ws-gl-line-posted.
           compute ws-gl-line-diff = ws-tw-gl-cost - ws-tw-exp-cost.
           move ws-tw-months-out                    to
           ws-gl-line-months.

           if ws-tw-months-out = 0
               move "MATCHED"                       to ws-gl-line-result
           else
               move "OUT BY"                        to ws-gl-line-result
               add 1                                to ws-checks-out
           end-if.

           write recon-line from ws-gl-team-line
             after advancing 1 line.

       407-print-gl-trailer-check.
      *the journal's own trailer against the rows above it
           move "journal rows / amount on the file:" to
           ws-money-caption.
           move ws-gl-amount-read                   to ws-money-amount.
           write recon-line from ws-money-line
             after advancing 2 lines.

           if ws-gl-trailer-seen
             and ws-gl-trl-count = ws-gl-rows-read
             and ws-gl-trl-amount = ws-gl-amount-read
               move "journal trailer: MATCHED"      to ws-result-text
           else
               move "journal trailer: OUT - missing or not equal"
                 to ws-result-text
               add 1                                to ws-checks-out
           end-if.
           write recon-line from ws-result-line
             after advancing 1 line.

       410-print-scheduling-section.
      *the extract's calls for each operator against the report's
      *totals for the operator - the extract caps a month at 999 when
      *it folds a transfer's two records, so the report's months
      *are capped the same way before they are added
           move "2. Scheduling extract against report operator totals"
             to ws-section-caption.
           write recon-line from ws-section-line
             after advancing 3 lines.

           if not ws-sched-file-ok
               move "A7-Scheduling.dat"             to ws-missing-name
               write recon-line from ws-missing-line
                 after advancing 2 lines
           else
               write recon-line from ws-count-column-line
                 after advancing 2 lines
               perform 412-print-scheduling-team
                 varying ws-order-idx from 1 by 1
                 until ws-order-idx > ws-order-count
           end-if.

       412-print-scheduling-team.
           move ws-order-team-idx(ws-order-idx)     to ws-team-idx.
           move 0                                   to ws-tw-ops.
           move 0                                   to ws-tw-ops-out.
           move 0                                   to ws-tw-left.
           move 0                                   to ws-tw-right.

           perform varying ws-op-idx from 1 by 1
             until ws-op-idx > ws-op-count
               if ws-op-team(ws-op-idx) = ws-team-code(ws-team-idx)
                   perform 414-scheduling-operator-sides
                   if ws-op-left > 0
                     or ws-op-right > 0
                       add 1                        to ws-tw-ops
                       add ws-op-left               to ws-tw-left
                       add ws-op-right              to ws-tw-right
                       if ws-op-left not = ws-op-right
                           add 1                    to ws-tw-ops-out
                       end-if
                   end-if
               end-if
           end-perform.

           if ws-tw-ops > 0
               perform 470-print-team-result
               if ws-tw-ops-out > 0
                   perform varying ws-op-idx from 1 by 1
                     until ws-op-idx > ws-op-count
                       if ws-op-team(ws-op-idx) =
                         ws-team-code(ws-team-idx)
                           perform 414-scheduling-operator-sides
                           if ws-op-left not = ws-op-right
                               perform 475-print-operator-out
                           end-if
                       end-if
                   end-perform
               end-if
           end-if.

       414-scheduling-operator-sides.
           move 0                                   to ws-op-left.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-number-of-months
               if ws-op-report-months(ws-op-idx, ws-sub) > 999
                   add 999                          to ws-op-left
               else
                   add ws-op-report-months(ws-op-idx, ws-sub) to
                   ws-op-left
               end-if
           end-perform.
           move ws-op-sched-total(ws-op-idx)        to ws-op-right.

       420-print-history-section.
      *this fiscal year's history rows against the report's total
      *for each operator on each team
           move spaces                              to
           ws-section-caption.
           string "3. History rows for fiscal year " delimited by size
             ws-period-start-year delimited by size
             " against report operator totals" delimited by size
             into ws-section-caption
           end-string.
           write recon-line from ws-section-line
             after advancing 3 lines.

           if not ws-history-file-ok
               move "A7-History.dat"                to ws-missing-name
               write recon-line from ws-missing-line
                 after advancing 2 lines
           else
               write recon-line from ws-count-column-line
                 after advancing 2 lines
               perform 422-print-history-team
                 varying ws-order-idx from 1 by 1
                 until ws-order-idx > ws-order-count
           end-if.

       422-print-history-team.
           move ws-order-team-idx(ws-order-idx)     to ws-team-idx.
           move 0                                   to ws-tw-ops.
           move 0                                   to ws-tw-ops-out.
           move 0                                   to ws-tw-left.
           move 0                                   to ws-tw-right.

           perform varying ws-hkey-idx from 1 by 1
             until ws-hkey-idx > ws-hkey-count
               if ws-hkey-team(ws-hkey-idx) = ws-team-code(ws-team-idx)
                   add 1                            to ws-tw-ops
                   add ws-hkey-report-total(ws-hkey-idx) to
                   ws-tw-left
                   add ws-hkey-hist-total(ws-hkey-idx) to ws-tw-right
                   if ws-hkey-report-total(ws-hkey-idx) not =
                     ws-hkey-hist-total(ws-hkey-idx)
                       add 1                        to ws-tw-ops-out
                   end-if
               end-if
           end-perform.

           if ws-tw-ops > 0
               perform 470-print-team-result
               if ws-tw-ops-out > 0
                   perform varying ws-hkey-idx from 1 by 1
                     until ws-hkey-idx > ws-hkey-count
                       if ws-hkey-team(ws-hkey-idx) =
                         ws-team-code(ws-team-idx)
                         and ws-hkey-report-total(ws-hkey-idx) not =
                         ws-hkey-hist-total(ws-hkey-idx)
                           move ws-hkey-num(ws-hkey-idx) to ws-ool-num
                           move ws-hkey-team(ws-hkey-idx) to
                           ws-ool-team
                           move ws-hkey-report-total(ws-hkey-idx) to
                           ws-op-left
                           move ws-hkey-hist-total(ws-hkey-idx) to
                           ws-op-right
                           perform 477-write-operator-out
                       end-if
                   end-perform
               end-if
           end-if.

       430-print-log-section.
      *the feed's calls against the daily log - the log's day rows
      *the build takes, less the repeats it left out, against the
      *feed's calls plus whatever a capped month lost
           move "4. Feed (A7.dat) against the daily call log" to
           ws-section-caption.
           write recon-line from ws-section-line
             after advancing 3 lines.

           if not ws-daily-file-ok
               move "A7-DailyCallLog.dat"           to ws-missing-name
               write recon-line from ws-missing-line
                 after advancing 2 lines
           else
               if not ws-qtn-file-ok
                   move "A7-BuildA7File.qtn"        to ws-missing-name
                   write recon-line from ws-missing-line
                     after advancing 2 lines
               else
                   perform 432-print-log-counts
                   write recon-line from ws-count-column-line
                     after advancing 2 lines
                   perform 435-print-log-team
                     varying ws-order-idx from 1 by 1
                     until ws-order-idx > ws-order-count
               end-if
           end-if.

       432-print-log-counts.
           move "day rows on the daily log:"        to ws-count-caption.
           move ws-log-rows-read                    to ws-count-amount.
           write recon-line from ws-count-line
             after advancing 2 lines.

           move "  skipped - outside the period:"   to ws-count-caption.
           move ws-log-rows-outside                 to ws-count-amount.
           write recon-line from ws-count-line
             after advancing 1 line.

           move "  skipped - operator not on master:" to
           ws-count-caption.
           move ws-log-rows-unknown                 to ws-count-amount.
           write recon-line from ws-count-line
             after advancing 1 line.

           move "  skipped - unusable data:"        to ws-count-caption.
           move ws-log-rows-bad                     to ws-count-amount.
           write recon-line from ws-count-line
             after advancing 1 line.

           move "  left out - repeated days (quarantine):" to
           ws-count-caption.
           move ws-log-rows-quarantined             to ws-count-amount.
           write recon-line from ws-count-line
             after advancing 1 line.

           move "the report column is the feed's calls plus any" to
           ws-result-text.
           write recon-line from ws-result-line
             after advancing 2 lines.
           move "capped, the other side the log's calls less repeats"
             to ws-result-text.
           write recon-line from ws-result-line
             after advancing 1 line.

       435-print-log-team.
           move ws-order-team-idx(ws-order-idx)     to ws-team-idx.
           move 0                                   to ws-tw-ops.
           move 0                                   to ws-tw-ops-out.
           move 0                                   to ws-tw-left.
           move 0                                   to ws-tw-right.

           perform varying ws-op-idx from 1 by 1
             until ws-op-idx > ws-op-count
               if ws-op-team(ws-op-idx) = ws-team-code(ws-team-idx)
                   perform 437-log-operator-sides
                   if ws-op-left > 0
                     or ws-op-right > 0
                       add 1                        to ws-tw-ops
                       add ws-op-left               to ws-tw-left
                       add ws-op-right              to ws-tw-right
                       if ws-op-left not = ws-op-right
                           add 1                    to ws-tw-ops-out
                       end-if
                   end-if
               end-if
           end-perform.

           if ws-tw-ops > 0
               perform 470-print-team-result
               if ws-tw-ops-out > 0
                   perform varying ws-op-idx from 1 by 1
                     until ws-op-idx > ws-op-count
                       if ws-op-team(ws-op-idx) =
                         ws-team-code(ws-team-idx)
                           perform 437-log-operator-sides
                           if ws-op-left not = ws-op-right
                               perform 475-print-operator-out
                           end-if
                       end-if
                   end-perform
               end-if
           end-if.

       437-log-operator-sides.
           compute ws-op-left = ws-op-feed-total(ws-op-idx)
             + ws-op-cap-excess(ws-op-idx).
           if ws-op-log-calls(ws-op-idx) > ws-op-qtn-calls(ws-op-idx)
               compute ws-op-right = ws-op-log-calls(ws-op-idx)
                 - ws-op-qtn-calls(ws-op-idx)
           else
               move 0                               to ws-op-right
           end-if.

       450-print-summary.
           if ws-capacity-fault
               write recon-line from ws-capacity-line
                 after advancing 3 lines
           end-if.

           move "feed records read:"                to ws-count-caption.
           move ws-feed-records                     to ws-count-amount.
           write recon-line from ws-count-line
             after advancing 3 lines.

           move "feed records the report turned away:" to
           ws-count-caption.
           move ws-feed-excluded                    to ws-count-amount.
           write recon-line from ws-count-line
             after advancing 1 line.

           move "cross-checks out of balance:"      to ws-count-caption.
           move ws-checks-out                       to ws-count-amount.
           write recon-line from ws-count-line
             after advancing 1 line.

           if ws-missing-inputs > 0
             or ws-capacity-fault
               move "*** TIE-OUT INCOMPLETE - input missing or full"
                 to ws-result-text
           else
               if ws-checks-out > 0
                   move "*** OUT OF BALANCE - see lines marked OUT BY"
                     to ws-result-text
               else
                   move "ALL CROSS-CHECKS MATCHED"  to ws-result-text
               end-if
           end-if.
           write recon-line from ws-result-line
             after advancing 2 lines.

       470-print-team-result.
      *one team's line for an operator-level check - out when any of
      *its operators is, the difference is the other side less the
      *report's
           move ws-team-code(ws-team-idx)           to ws-trl-team.
           move ws-tw-ops                           to ws-trl-ops.
           move ws-tw-left                          to ws-trl-left.
           move ws-tw-right                         to ws-trl-right.
           compute ws-trl-diff = ws-tw-right - ws-tw-left.

           if ws-tw-ops-out = 0
               move "MATCHED"                       to ws-trl-result
           else
               move "OUT BY"                        to ws-trl-result
               add 1                                to ws-checks-out
           end-if.

           write recon-line from ws-team-result-line
             after advancing 1 line.

       475-print-operator-out.
           move ws-op-num(ws-op-idx)                to ws-ool-num.
           move ws-op-team(ws-op-idx)               to ws-ool-team.
           perform 477-write-operator-out.

       477-write-operator-out.
           move ws-op-left                          to ws-ool-left.
           move ws-op-right                         to ws-ool-right.
           compute ws-ool-diff = ws-op-right - ws-op-left.
           write recon-line from ws-op-out-line
             after advancing 1 line.
      *
       end program A7-MonthEndRecon.
