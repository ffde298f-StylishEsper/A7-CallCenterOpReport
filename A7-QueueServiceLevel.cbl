       identification division.
       program-id. A7-QueueServiceLevel.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Reports the calls nobody answered. The
      *switch's per-team queue rows on the daily call log carry, for
      *every half-hour slot, the calls offered to the team, answered,
      *abandoned in queue and answered within the switch's service
      *level threshold, plus the total seconds answered calls waited.
      *This program folds them up for the reporting period and prints
      *the abandonment rate, average speed of answer and service
      *level by team, by day of week and by half-hour slot, with the
      *site as a whole alongside - the figures the service-level
      *agreement with the business is measured on
      *
       environment division.
       input-output section.
       file-control.
      *
      *the switch's daily activity export - this program reads only
      *the per-team queue rows (marked 'Q'), day rows belong to the
      *feed build and interval rows to the intraday profile
           select daily-file
               assign to '../../../A7-DailyCallLog.dat'
               organization is line sequential
               file status is ws-daily-status.
      *
      *reporting period, period start year and site code, shared
      *with the feed build and the report program
           select param-file
               assign to '../../../A7-Params.dat'
               organization is line sequential
               file status is ws-param-status.
      *
      *the printed service-level report
           select service-file
               assign to '../../../A7-QueueServiceLevel.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
      *day rows, interval rows and queue rows ride the same log -
      *queue rows are marked 'Q' and carry the team rather than an
      *operator, the half-hour slot (0-47, slot 20 is 10:00), the
      *slot's queue counts, the total seconds answered calls waited
      *and the threshold in seconds the switch measured
      *answered-within-threshold against
       fd daily-file
           data record is daily-rec
           record contains 18 to 38 characters.
      *
       01 daily-rec.
         05 daily-rec-date             pic 9(8).
         05 daily-rec-num              pic x(3).
         05 daily-rec-calls            pic 9(3).
         05 daily-rec-mins             pic 9(4).
      *
       01 interval-rec.
         05 interval-rec-type          pic x.
           88 interval-record value 'I'.
         05 interval-rec-date          pic 9(8).
         05 interval-rec-num           pic x(3).
         05 interval-rec-slot          pic 99.
         05 interval-rec-calls         pic 9(3).
         05 interval-rec-mins          pic 9(4).
      *
       01 queue-rec.
         05 queue-rec-type             pic x.
           88 queue-record value 'Q'.
         05 queue-rec-date             pic 9(8).
         05 queue-rec-date-r redefines queue-rec-date.
           10 queue-rec-yyyy           pic 9(4).
           10 queue-rec-mm             pic 99.
           10 queue-rec-dd             pic 99.
         05 queue-rec-team             pic x(2).
         05 queue-rec-slot             pic 99.
         05 queue-rec-offered          pic 9(4).
         05 queue-rec-answered         pic 9(4).
         05 queue-rec-abandoned        pic 9(4).
         05 queue-rec-in-threshold     pic 9(4).
         05 queue-rec-answer-secs      pic 9(6).
         05 queue-rec-threshold-secs   pic 9(3).
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
       fd service-file
           data record is service-line
           record contains 80 characters.
      *
       01 service-line                 pic x(80).
      *
       working-storage section.
      *
       01 ws-daily-status              pic xx value spaces.
         88 ws-daily-file-ok value "00".
      *
       01 ws-daily-eof-flag            pic x value 'n'.
         88 ws-daily-end-of-file value "y".
      *
       01 ws-param-status              pic xx value spaces.
         88 ws-param-file-ok value "00".
      *
       01 ws-param-eof-flag            pic x value 'n'.
         88 ws-param-end-of-file value "y".
      *
      *reporting period - same fields and same defaulting rule as
      *the feed build, so the service level covers the same window
      *the monthly feed covers
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
       01 ws-site-code                 pic x(2) value spaces.
      *
      *queue counts per team per day of week (1 = monday) per
      *half-hour slot, with a site-wide accumulation alongside
       01 ws-queue-table.
         05 ws-que-count               pic 9(3) value 0.
         05 ws-que-idx                 pic 9(3) value 0.
         05 ws-que-entry occurs 100 times.
           10 ws-que-team              pic x(2).
           10 ws-que-dow occurs 7 times.
             15 ws-que-slot occurs 48 times.
               20 ws-que-offered       pic 9(7).
               20 ws-que-answered      pic 9(7).
               20 ws-que-abandoned     pic 9(7).
               20 ws-que-in-threshold  pic 9(7).
               20 ws-que-answer-secs   pic 9(9).
      *
       01 ws-site-queue.
         05 ws-sque-dow occurs 7 times.
           10 ws-sque-slot occurs 48 times.
             15 ws-sque-offered        pic 9(7).
             15 ws-sque-answered       pic 9(7).
             15 ws-sque-abandoned      pic 9(7).
             15 ws-sque-in-threshold   pic 9(7).
             15 ws-sque-answer-secs    pic 9(9).
      *
      *the lowest and highest threshold the switch measured against
      *this period - normally one and the same, a change of switch
      *setting mid-period shows as two different values
       01 ws-threshold-range.
         05 ws-threshold-low           pic 9(3) value 999.
         05 ws-threshold-high          pic 9(3) value 0.
      *
      *set the moment the team table is asked to hold more than it
      *can - the run fails loudly instead of quietly dropping teams
       01 ws-capacity-fault-flag       pic x value 'n'.
         88 ws-capacity-fault value 'y'.
      *
       01 ws-queue-counts.
         05 ws-rows-read               pic 9(7) value 0.
         05 ws-queue-rows-used         pic 9(7) value 0.
         05 ws-queue-rows-outside      pic 9(7) value 0.
         05 ws-queue-rows-bad-data     pic 9(7) value 0.
         05 ws-other-rows-skipped      pic 9(7) value 0.
      *
      *day-of-week working fields - zeller's congruence on the
      *queue row's date, folded to 1 = monday through 7 = sunday
       01 ws-dow-work.
         05 ws-dow-y                   pic 9(4) value 0.
         05 ws-dow-m                   pic 99 value 0.
         05 ws-dow-d                   pic 99 value 0.
         05 ws-dow-term                pic 9(5) value 0.
         05 ws-dow-sum                 pic s9(7) value 0.
         05 ws-dow-quot                pic 9(5) value 0.
         05 ws-dow-rem                 pic 9(2) value 0.
         05 ws-dow                     pic 9 value 0.
      *
       01 ws-day-ym                    pic 9(6) value 0.
      *
       01 ws-dow-name-values.
         05 filler                     pic x(3) value 'mon'.
         05 filler                     pic x(3) value 'tue'.
         05 filler                     pic x(3) value 'wed'.
         05 filler                     pic x(3) value 'thu'.
         05 filler                     pic x(3) value 'fri'.
         05 filler                     pic x(3) value 'sat'.
         05 filler                     pic x(3) value 'sun'.
       01 ws-dow-names redefines ws-dow-name-values.
         05 ws-dow-name                pic x(3) occurs 7 times.
      *
      *the queue counts gathered for the line being printed, and the
      *three service measures worked out from them
       01 ws-line-work.
         05 ws-line-offered            pic 9(9) value 0.
         05 ws-line-answered           pic 9(9) value 0.
         05 ws-line-abandoned          pic 9(9) value 0.
         05 ws-line-in-threshold       pic 9(9) value 0.
         05 ws-line-answer-secs        pic 9(11) value 0.
         05 ws-line-aband-pct          pic 9(3)v9 value 0.
         05 ws-line-asa                pic 9(4) value 0.
         05 ws-line-sl-pct             pic 9(3)v9 value 0.
      *
       01 ws-slot-work.
         05 ws-slot-ix                 pic 99 value 0.
         05 ws-slot-hh                 pic 99 value 0.
         05 ws-slot-mm                 pic 99 value 0.
      *
       01 ws-service-heading.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(33) value
         "Queue service level report       ".
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
         05 filler                     pic x(9) value "   site: ".
         05 ws-period-line-site        pic x(2).
      *
       01 ws-threshold-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(32) value
         "service level = answered within ".
         05 ws-threshold-line-secs     pic zz9.
         05 filler                     pic x(8) value " seconds".
      *
       01 ws-mixed-threshold-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(38) value
         "*** switch threshold changed in the  ".
         05 filler                     pic x(8) value "period: ".
         05 ws-mixed-line-low          pic zz9.
         05 filler                     pic x(3) value " - ".
         05 ws-mixed-line-high         pic zz9.
         05 filler                     pic x(12) value " seconds ***".
      *
       01 ws-section-line.
         05 filler                     pic x(4) value spaces.
         05 ws-section-caption         pic x(60).
      *
       01 ws-team-banner-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(5) value "Team ".
         05 ws-banner-team             pic x(2).
      *
       01 ws-site-banner-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(16) value
         "Site total      ".
         05 ws-banner-site             pic x(2).
      *
       01 ws-column-heading.
         05 filler                     pic x(17) value spaces.
         05 filler                     pic x(8) value " offered".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(8) value "answered".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(9) value "abandoned".
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(6) value "aband%".
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(5) value "  asa".
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(6) value "  svc%".
      *
       01 ws-queue-detail-line.
         05 filler                     pic x(4) value spaces.
         05 ws-ql-label                pic x(12).
         05 filler                     pic x value spaces.
         05 ws-ql-offered              pic zzzzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-ql-answered             pic zzzzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-ql-abandoned            pic zzzzzzzz9.
         05 filler                     pic x(3) value spaces.
         05 ws-ql-aband-pct            pic zz9.9.
         05 filler                     pic x value '%'.
         05 filler                     pic x(3) value spaces.
         05 ws-ql-asa                  pic zzz9.
         05 filler                     pic x value 's'.
         05 filler                     pic x(3) value spaces.
         05 ws-ql-sl-pct               pic zz9.9.
         05 filler                     pic x value '%'.
      *
       01 ws-slot-label.
         05 ws-slot-label-hh           pic 99.
         05 filler                     pic x value ':'.
         05 ws-slot-label-mm           pic 99.
         05 filler                     pic x(7) value spaces.
      *
       01 ws-count-line.
         05 filler                     pic x(4) value spaces.
         05 ws-count-caption           pic x(40).
         05 ws-count-amount            pic zzzzzz9.
      *
       01 ws-no-queue-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(52) value
         "(no queue rows on the daily log for this period)".
      *
       01 ws-capacity-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(56) value
         "*** capacity exceeded - a table filled, figures are ".
         05 filler                     pic x(20) value
         "incomplete ***".
      *
       77 ws-sub                       pic 99 value 1.
       77 ws-slot-sub                  pic 99 value 1.
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
           perform 120-clear-site-queue.
      *
           open input daily-file.
           open output service-file.
      *
           write service-line from ws-service-heading
             after advancing 1 line.
      *
           move ws-period-start-ym                  to
           ws-period-line-start.
           move ws-period-end-ym                    to
           ws-period-line-end.
           move ws-site-code                        to
           ws-period-line-site.
           write service-line from ws-period-line
             after advancing 1 line.
      *
           if ws-daily-file-ok
               perform 200-read-daily-file
               perform 300-process-rows
                 until ws-daily-end-of-file
               close daily-file
           end-if.
      *
           if ws-queue-rows-used = 0
               write service-line from ws-no-queue-line
                 after advancing 2 lines
           else
               perform 350-print-threshold
               perform 400-print-team-summary
               perform 410-print-team-detail
               perform 420-print-site-detail
           end-if.
      *
           if ws-capacity-fault
               write service-line from ws-capacity-line
                 after advancing 2 lines
           end-if.
      *
           perform 450-write-service-counts.
      *
           close service-file.
      *
      *no daily log, no queue rows at all, or a table outgrown -
      *surface each to the job stream
           if not ws-daily-file-ok
             or ws-queue-rows-used = 0
             or ws-capacity-fault
               move 16                              to return-code
           end-if.
      *
           stop run.
      *
       105-load-run-parameters.
      *reads the reporting period and site code from the same
      *parameter file the feed build and the report use - identical
      *validation, so the programs always agree on the period
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

                   if param-site-code not = spaces
                     and param-site-code not = low-values
                       move param-site-code            to ws-site-code
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

       120-clear-site-queue.
      *primes the site-wide accumulation to zero
           perform varying ws-sub from 1 by 1
             until ws-sub > 7
               perform varying ws-slot-sub from 1 by 1
                 until ws-slot-sub > 48
                   move 0                   to
                   ws-sque-offered(ws-sub, ws-slot-sub)
                   move 0                   to
                   ws-sque-answered(ws-sub, ws-slot-sub)
                   move 0                   to
                   ws-sque-abandoned(ws-sub, ws-slot-sub)
                   move 0                   to
                   ws-sque-in-threshold(ws-sub, ws-slot-sub)
                   move 0                   to
                   ws-sque-answer-secs(ws-sub, ws-slot-sub)
               end-perform
           end-perform.

       200-read-daily-file.
      *reads a line from the daily log unless eof is encountered in
      *which case it sets ws-daily-eof-flag to y
           read daily-file
               at end
                   move 'y'                  to ws-daily-eof-flag
           end-read.

       300-process-rows.
      *folds one queue row into the team and site tables - day rows
      *and interval rows are counted and passed over
           add 1                                    to ws-rows-read.

           if queue-record
               perform 310-process-one-queue-row
           else
               add 1                                to
               ws-other-rows-skipped
           end-if.

           perform 200-read-daily-file.

       310-process-one-queue-row.
      *places one queue row in its team/day/slot cell - rows with
      *unusable data and rows outside the reporting period are
      *counted and otherwise skipped, the same shape the feed build
      *gives its day rows
           if queue-rec-date is not numeric
             or queue-rec-slot is not numeric
             or queue-rec-slot > 47
             or queue-rec-mm < 1
             or queue-rec-mm > 12
             or queue-rec-team = spaces
             or queue-rec-offered is not numeric
             or queue-rec-answered is not numeric
             or queue-rec-abandoned is not numeric
             or queue-rec-in-threshold is not numeric
             or queue-rec-answer-secs is not numeric
               add 1                                to
               ws-queue-rows-bad-data
           else
               compute ws-day-ym =
                 queue-rec-yyyy * 100 + queue-rec-mm

               if ws-day-ym < ws-period-start-ym
                 or ws-day-ym > ws-period-end-ym
                   add 1                            to
                   ws-queue-rows-outside
               else
                   perform 320-day-of-week
                   perform 330-find-team-entry

                   if ws-que-idx not = 0
                       perform 315-accumulate-queue-row
                   end-if
               end-if
           end-if.

       315-accumulate-queue-row.
      *folds the row into its team cell and the site-wide cell, and
      *notes the threshold the switch measured it against
           add 1                                    to
           ws-queue-rows-used.

           add queue-rec-offered                    to
           ws-que-offered(ws-que-idx, ws-dow, queue-rec-slot + 1).
           add queue-rec-answered                   to
           ws-que-answered(ws-que-idx, ws-dow, queue-rec-slot + 1).
           add queue-rec-abandoned                  to
           ws-que-abandoned(ws-que-idx, ws-dow, queue-rec-slot + 1).
           add queue-rec-in-threshold               to
           ws-que-in-threshold(ws-que-idx, ws-dow,
           queue-rec-slot + 1).
           add queue-rec-answer-secs                to
           ws-que-answer-secs(ws-que-idx, ws-dow,
           queue-rec-slot + 1).

           add queue-rec-offered                    to
           ws-sque-offered(ws-dow, queue-rec-slot + 1).
           add queue-rec-answered                   to
           ws-sque-answered(ws-dow, queue-rec-slot + 1).
           add queue-rec-abandoned                  to
           ws-sque-abandoned(ws-dow, queue-rec-slot + 1).
           add queue-rec-in-threshold               to
           ws-sque-in-threshold(ws-dow, queue-rec-slot + 1).
           add queue-rec-answer-secs                to
           ws-sque-answer-secs(ws-dow, queue-rec-slot + 1).

      *a row cut before the switch exported its threshold carries
      *spaces there and says nothing about the setting
           if queue-rec-threshold-secs is numeric
               if queue-rec-threshold-secs < ws-threshold-low
                   move queue-rec-threshold-secs    to
                   ws-threshold-low
               end-if
               if queue-rec-threshold-secs > ws-threshold-high
                   move queue-rec-threshold-secs    to
                   ws-threshold-high
               end-if
           end-if.

       320-day-of-week.
      *zeller's congruence on the queue row's date, folded so 1 is
      *monday and 7 is sunday - january and february count as months
      *13 and 14 of the prior year
           move queue-rec-yyyy                      to ws-dow-y.
           move queue-rec-mm                        to ws-dow-m.
           move queue-rec-dd                        to ws-dow-d.

           if ws-dow-m < 3
               add 12                               to ws-dow-m
               subtract 1                           from ws-dow-y
           end-if.

           compute ws-dow-term = (13 * (ws-dow-m + 1)) / 5.
           compute ws-dow-sum = ws-dow-d + ws-dow-term + ws-dow-y.

           divide ws-dow-y by 4 giving ws-dow-quot.
           add ws-dow-quot                          to ws-dow-sum.
           divide ws-dow-y by 100 giving ws-dow-quot.
           subtract ws-dow-quot                     from ws-dow-sum.
           divide ws-dow-y by 400 giving ws-dow-quot.
           add ws-dow-quot                          to ws-dow-sum.

      *zeller's 0 is saturday - shift by 5 so monday folds to 1
           add 5                                    to ws-dow-sum.
           divide ws-dow-sum by 7 giving ws-dow-quot
             remainder ws-dow-rem.
           compute ws-dow = ws-dow-rem + 1.

       330-find-team-entry.
      *points ws-que-idx at the table entry for the row's team,
      *creating one the first time the team is seen - left at zero
      *(and the run flagged) when the table has no room
           perform varying ws-que-idx from 1 by 1
             until ws-que-idx > ws-que-count
               or ws-que-team(ws-que-idx) = queue-rec-team
           end-perform.

           if ws-que-idx > ws-que-count
               if ws-que-count < 100
                   add 1                            to ws-que-count
                   move queue-rec-team              to
                   ws-que-team(ws-que-count)

                   perform varying ws-sub from 1 by 1
                     until ws-sub > 7
                       perform varying ws-slot-sub from 1 by 1
                         until ws-slot-sub > 48
                           move 0           to
                           ws-que-offered(ws-que-count, ws-sub,
                           ws-slot-sub)
                           move 0           to
                           ws-que-answered(ws-que-count, ws-sub,
                           ws-slot-sub)
                           move 0           to
                           ws-que-abandoned(ws-que-count, ws-sub,
                           ws-slot-sub)
                           move 0           to
                           ws-que-in-threshold(ws-que-count, ws-sub,
                           ws-slot-sub)
                           move 0           to
                           ws-que-answer-secs(ws-que-count, ws-sub,
                           ws-slot-sub)
                       end-perform
                   end-perform

                   move ws-que-count                to ws-que-idx
               else
                   move 0                           to ws-que-idx
                   move 'y'                         to
                   ws-capacity-fault-flag
               end-if
           end-if.

       350-print-threshold.
      *the threshold service level is measured against, as the
      *switch reported it - a period straddling a change of switch
      *setting is called out, its service level mixes the two
           if ws-threshold-high > 0
             and ws-threshold-low = ws-threshold-high
               move ws-threshold-high               to
               ws-threshold-line-secs
               write service-line from ws-threshold-line
                 after advancing 1 line
           end-if.

           if ws-threshold-high > 0
             and ws-threshold-low not = ws-threshold-high
               move ws-threshold-low                to
               ws-mixed-line-low
               move ws-threshold-high               to
               ws-mixed-line-high
               write service-line from ws-mixed-threshold-line
                 after advancing 1 line
           end-if.

       400-print-team-summary.
      *one line per team for the whole period, then the site - the
      *page the service-level review starts from
           move "Service level by team - whole period" to
           ws-section-caption.
           write service-line from ws-section-line
             after advancing 2 lines.
           write service-line from ws-column-heading
             after advancing 2 lines.

           perform varying ws-que-idx from 1 by 1
             until ws-que-idx > ws-que-count

               perform 435-clear-line-work

               perform varying ws-sub from 1 by 1
                 until ws-sub > 7
                   perform varying ws-slot-sub from 1 by 1
                     until ws-slot-sub > 48
                       perform 436-add-team-cell
                   end-perform
               end-perform

               move spaces                          to ws-ql-label
               string "Team " ws-que-team(ws-que-idx)
                 delimited by size into ws-ql-label
               perform 440-print-queue-line

           end-perform.

           perform 435-clear-line-work.

           perform varying ws-sub from 1 by 1
             until ws-sub > 7
               perform varying ws-slot-sub from 1 by 1
                 until ws-slot-sub > 48
                   perform 437-add-site-cell
               end-perform
           end-perform.

           move "Site total"                        to ws-ql-label.
           perform 440-print-queue-line.

       410-print-team-detail.
      *one block per team - the team's figures by day of week and by
      *half-hour slot (every day of the week folded together), only
      *lines with calls offered printed
           perform varying ws-que-idx from 1 by 1
             until ws-que-idx > ws-que-count

               move ws-que-team(ws-que-idx)         to ws-banner-team
               write service-line from ws-team-banner-line
                 after advancing 2 lines

               move "by day of week"                to
               ws-section-caption
               write service-line from ws-section-line
                 after advancing 1 line
               write service-line from ws-column-heading
                 after advancing 1 line

               perform varying ws-sub from 1 by 1
                 until ws-sub > 7
                   perform 435-clear-line-work
                   perform varying ws-slot-sub from 1 by 1
                     until ws-slot-sub > 48
                       perform 436-add-team-cell
                   end-perform
                   if ws-line-offered > 0
                       move ws-dow-name(ws-sub)     to ws-ql-label
                       perform 440-print-queue-line
                   end-if
               end-perform

               move "by half-hour slot"             to
               ws-section-caption
               write service-line from ws-section-line
                 after advancing 2 lines
               write service-line from ws-column-heading
                 after advancing 1 line

               perform varying ws-slot-sub from 1 by 1
                 until ws-slot-sub > 48
                   perform 435-clear-line-work
                   perform varying ws-sub from 1 by 1
                     until ws-sub > 7
                       perform 436-add-team-cell
                   end-perform
                   if ws-line-offered > 0
                       perform 438-format-slot-label
                       perform 440-print-queue-line
                   end-if
               end-perform

           end-perform.

       420-print-site-detail.
      *the site as a whole - every team folded together, by day of
      *week and by half-hour slot
           move ws-site-code                        to ws-banner-site.
           write service-line from ws-site-banner-line
             after advancing 2 lines.

           move "by day of week"                    to
           ws-section-caption.
           write service-line from ws-section-line
             after advancing 1 line.
           write service-line from ws-column-heading
             after advancing 1 line.

           perform varying ws-sub from 1 by 1
             until ws-sub > 7
               perform 435-clear-line-work
               perform varying ws-slot-sub from 1 by 1
                 until ws-slot-sub > 48
                   perform 437-add-site-cell
               end-perform
               if ws-line-offered > 0
                   move ws-dow-name(ws-sub)         to ws-ql-label
                   perform 440-print-queue-line
               end-if
           end-perform.

           move "by half-hour slot"                 to
           ws-section-caption.
           write service-line from ws-section-line
             after advancing 2 lines.
           write service-line from ws-column-heading
             after advancing 1 line.

           perform varying ws-slot-sub from 1 by 1
             until ws-slot-sub > 48
               perform 435-clear-line-work
               perform varying ws-sub from 1 by 1
                 until ws-sub > 7
                   perform 437-add-site-cell
               end-perform
               if ws-line-offered > 0
                   perform 438-format-slot-label
                   perform 440-print-queue-line
               end-if
           end-perform.

       435-clear-line-work.
           move 0                                   to ws-line-offered.
           move 0                                   to ws-line-answered.
           move 0                                   to
           ws-line-abandoned.
           move 0                                   to
           ws-line-in-threshold.
           move 0                                   to
           ws-line-answer-secs.

       436-add-team-cell.
      *adds the current team's day/slot cell to the line being built
           add ws-que-offered(ws-que-idx, ws-sub, ws-slot-sub) to
           ws-line-offered.
           add ws-que-answered(ws-que-idx, ws-sub, ws-slot-sub) to
           ws-line-answered.
           add ws-que-abandoned(ws-que-idx, ws-sub, ws-slot-sub) to
           ws-line-abandoned.
           add ws-que-in-threshold(ws-que-idx, ws-sub, ws-slot-sub)
           to ws-line-in-threshold.
           add ws-que-answer-secs(ws-que-idx, ws-sub, ws-slot-sub)
           to ws-line-answer-secs.

       437-add-site-cell.
      *adds the site-wide day/slot cell to the line being built
           add ws-sque-offered(ws-sub, ws-slot-sub) to
           ws-line-offered.
           add ws-sque-answered(ws-sub, ws-slot-sub) to
           ws-line-answered.
           add ws-sque-abandoned(ws-sub, ws-slot-sub) to
           ws-line-abandoned.
           add ws-sque-in-threshold(ws-sub, ws-slot-sub) to
           ws-line-in-threshold.
           add ws-sque-answer-secs(ws-sub, ws-slot-sub) to
           ws-line-answer-secs.

       438-format-slot-label.
      *the slot's clock label - slot 1 is 00:00, each slot covers
      *half an hour
           compute ws-slot-ix = ws-slot-sub - 1.
           divide ws-slot-ix by 2 giving ws-slot-hh
             remainder ws-slot-mm.
           compute ws-slot-mm = ws-slot-mm * 30.
           move ws-slot-hh                          to
           ws-slot-label-hh.
           move ws-slot-mm                          to
           ws-slot-label-mm.
           move ws-slot-label                       to ws-ql-label.

       440-print-queue-line.
      *works out the three service measures for the counts gathered
      *and prints the line - abandonment rate and service level are
      *percentages of calls offered, average speed of answer is the
      *seconds answered calls waited divided by the calls answered
           move 0                                   to
           ws-line-aband-pct.
           move 0                                   to ws-line-asa.
           move 0                                   to ws-line-sl-pct.

           if ws-line-offered > 0
               compute ws-line-aband-pct rounded =
                 ws-line-abandoned * 100 / ws-line-offered
               compute ws-line-sl-pct rounded =
                 ws-line-in-threshold * 100 / ws-line-offered
           end-if.

           if ws-line-answered > 0
               compute ws-line-asa rounded =
                 ws-line-answer-secs / ws-line-answered
           end-if.

           move ws-line-offered                     to ws-ql-offered.
           move ws-line-answered                    to ws-ql-answered.
           move ws-line-abandoned                   to ws-ql-abandoned.
           move ws-line-aband-pct                   to ws-ql-aband-pct.
           move ws-line-asa                         to ws-ql-asa.
           move ws-line-sl-pct                      to ws-ql-sl-pct.

           write service-line from ws-queue-detail-line
             after advancing 1 line.

       450-write-service-counts.
      *what the run read and what it left out, for the close
      *checklist
           move "log rows read:"                    to ws-count-caption.
           move ws-rows-read                        to ws-count-amount.
           write service-line from ws-count-line
             after advancing 2 lines.

           move "queue rows reported:"              to ws-count-caption.
           move ws-queue-rows-used                  to ws-count-amount.
           write service-line from ws-count-line
             after advancing 1 line.

           move "queue rows outside the period:"    to ws-count-caption.
           move ws-queue-rows-outside               to ws-count-amount.
           write service-line from ws-count-line
             after advancing 1 line.

           move "queue rows with unusable data:"    to ws-count-caption.
           move ws-queue-rows-bad-data              to ws-count-amount.
           write service-line from ws-count-line
             after advancing 1 line.

           move "day and interval rows passed over:" to
           ws-count-caption.
           move ws-other-rows-skipped               to ws-count-amount.
           write service-line from ws-count-line
             after advancing 1 line.
      *
       end program A7-QueueServiceLevel.
