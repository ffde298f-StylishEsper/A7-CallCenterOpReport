      *A7-CallCenterOpReport reads, taking each operator's name and
      *team from the hr employee master and the reporting period
      *from the same parameter file the report uses, and writes a
      *control report of what was read, skipped and written. The
      *log is checked on the way through - a day row the switch
      *exported twice is left out rather than doubled, each
      *operator-day's interval rows are held against its day row,
      *and a month capped to fit the feed is flagged - and whatever
      *fails goes to a quarantine file with its reason and out
      *through the return code, so month-end stops before the report
      *is run on a feed that can't be trusted
      *
       environment division.
       input-output section.
           select control-file
               assign to '../../../A7-BuildA7File.out'
               organization is line sequential.
      *
      *daily log rows and operator-months that failed the integrity
      *checks - repeated day rows left out of the feed, operator-days
      *whose interval rows don't add up to the day row, and months
      *capped to fit the feed - each with its reason code
           select quarantine-file
               assign to '../../../A7-BuildA7File.qtn'
               organization is line sequential.
      *
       data division.
       file section.
      *spaces and are treated as no talk data). The switch also
      *exports half-hourly interval rows, marked 'I' in the first
      *column - this program aggregates whole days and skips them,
      *they belong to the intraday profile program. Per-team queue
      *rows, marked 'Q', are the service-level report's and are
      *skipped the same way
       fd daily-file
           data record is daily-rec
           record contains 18 to 38 characters.
      *
       01 daily-rec.
         05 daily-rec-date             pic 9(8).
         05 daily-rec-calls            pic 9(3).
         05 daily-rec-mins             pic 9(4).
      *
      *the row as read, whatever its type, for the quarantine file
       01 daily-rec-image              pic x(38).
      *
      *one row per operator per half-hour slot (0-47, slot 20 is
      *10:00) on logs cut since the switch started exporting them
       01 interval-rec.
         05 interval-rec-type          pic x.
           88 interval-record value 'I'.
         05 interval-rec-date          pic 9(8).
         05 interval-rec-date-r redefines interval-rec-date.
           10 interval-rec-yyyy        pic 9(4).
           10 interval-rec-mm          pic 99.
           10 interval-rec-dd          pic 99.
         05 interval-rec-num           pic x(3).
         05 interval-rec-slot          pic 99.
         05 interval-rec-calls         pic 9(3).
         05 interval-rec-mins          pic 9(4).
      *
      *one row per team per half-hour slot from the switch's queue
      *statistics - read only by the service-level report
       01 queue-rec.
         05 queue-rec-type             pic x.
           88 queue-record value 'Q'.
         05 queue-rec-date             pic 9(8).
         05 queue-rec-team             pic x(2).
         05 queue-rec-slot             pic 99.
         05 queue-rec-offered          pic 9(4).
         05 queue-rec-answered         pic 9(4).
         05 queue-rec-abandoned        pic 9(4).
         05 queue-rec-in-threshold     pic 9(4).
         05 queue-rec-answer-secs      pic 9(6).
         05 queue-rec-threshold-secs   pic 9(3).
      *
      *one row per operator on the hr employee master
       fd master-file
           data record is master-rec
           record contains 80 characters.
      *
       01 control-line                 pic x(80).
      *
      *reason DUP - a repeat of a day row already taken, figures the
      *same, left out of the feed. DDF - a repeat whose figures
      *differ, left out of the feed with the first row standing. IVM
      *- the operator-day's interval rows don't add up to its day
      *row (or there is no day row), the day row stands. CAP / CPT -
      *an operator-month's calls passed 999 / talk minutes passed
      *9999 and were capped in the feed
       fd quarantine-file
           data record is qtn-rec
           record contains 52 characters.
      *
       01 qtn-rec.
         05 qtn-rec-reason             pic x(3).
         05 qtn-rec-num                pic x(3).
         05 qtn-rec-date               pic 9(8).
      *the daily row as read, for DUP and DDF
         05 qtn-rec-row                pic x(38).
      *day row against interval totals, for IVM
         05 qtn-rec-ivm redefines qtn-rec-row.
           10 qtn-rec-day-calls        pic 9(3).
           10 qtn-rec-day-mins         pic 9(4).
           10 qtn-rec-ivl-calls        pic 9(5).
           10 qtn-rec-ivl-mins         pic 9(6).
           10 qtn-rec-ivl-rows         pic 99.
           10 filler                   pic x(18).
      *the team and the uncapped month total, for CAP and CPT -
      *the date carries the year-month with day 00
         05 qtn-rec-cap redefines qtn-rec-row.
           10 qtn-rec-cap-team         pic x(2).
           10 qtn-rec-cap-amount       pic 9(6).
           10 filler                   pic x(30).
      *
       working-storage section.
      *
      *
       01 ws-daily-eof-flag            pic x value 'n'.
         88 ws-daily-end-of-file value "y".
      *
       01 ws-qtn-eof-flag              pic x value 'n'.
         88 ws-qtn-end-of-file value "y".
      *
       01 ws-master-status             pic xx value spaces.
         88 ws-master-file-ok value "00".
         05 ws-days-unknown-op         pic 9(7) value 0.
         05 ws-days-bad-data           pic 9(7) value 0.
         05 ws-intervals-skipped       pic 9(7) value 0.
         05 ws-queue-rows-skipped      pic 9(7) value 0.
         05 ws-days-no-room            pic 9(7) value 0.
         05 ws-ops-not-loaded          pic 9(5) value 0.
         05 ws-operators-written       pic 9(5) value 0.
         05 ws-months-capped           pic 9(5) value 0.
         05 ws-output-hash             pic 9(7) value 0.
         05 ws-days-duplicate          pic 9(7) value 0.
         05 ws-days-dup-differ         pic 9(7) value 0.
         05 ws-opdays-checked          pic 9(7) value 0.
         05 ws-opdays-mismatched       pic 9(7) value 0.
         05 ws-quarantine-written      pic 9(7) value 0.
      *
      *every operator-day of the period seen on the log, kept per
      *master operator (the roster entry loaded from the master, not
      *a transfer entry) by month column and day of month - how many
      *day rows arrived for it, the first day row's figures, and the
      *totals of its interval rows. Repeated day rows are caught as
      *they arrive, intervals are reconciled once the log is read
       01 ws-day-grid.
         05 ws-grid-op occurs 2000 times.
           10 ws-grid-month occurs 12 times.
             15 ws-grid-day occurs 31 times.
               20 ws-grid-day-rows     pic 9.
               20 ws-grid-day-calls    pic 9(3).
               20 ws-grid-day-mins     pic 9(4).
               20 ws-grid-mins-flag    pic x.
                 88 ws-grid-has-mins value 'y'.
               20 ws-grid-ivl-rows     pic 99.
               20 ws-grid-ivl-calls    pic 9(5).
               20 ws-grid-ivl-mins     pic 9(6).
      *
       01 ws-grid-work.
         05 ws-grid-idx                pic 9(4) value 0.
         05 ws-grid-col                pic 99 value 0.
         05 ws-grid-dd                 pic 99 value 0.
         05 ws-grid-mm                 pic 99 value 0.
         05 ws-grid-yyyy               pic 9(4) value 0.
         05 ws-day-mins-work           pic 9(4) value 0.
         05 ws-qtn-reason              pic x(3) value spaces.
      *
      *scratch fields for placing a day in its month column and for
      *the team-order output pass
         05 ws-ctl-period-start        pic 9(6).
         05 filler                     pic x(3) value ' - '.
         05 ws-ctl-period-end          pic 9(6).
      *
       01 ws-integrity-heading.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(40) value
         "daily log integrity checks".
      *
      *one quarantine row as printed on the control report
       01 ws-qtn-line.
         05 filler                     pic x(6) value spaces.
         05 ws-qtn-line-reason         pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-qtn-line-num            pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-qtn-line-date           pic 9(8).
         05 filler                     pic x(2) value spaces.
         05 ws-qtn-line-detail         pic x(54).
      *
       01 ws-ivm-detail.
         05 filler                     pic x(10) value "day calls ".
         05 ws-ivm-day-calls           pic zz9.
         05 filler                     pic x(6) value " mins ".
         05 ws-ivm-day-mins            pic zzz9.
         05 filler                     pic x(12) value " / ivl calls".
         05 ws-ivm-ivl-calls           pic zzzz9.
         05 filler                     pic x(6) value " mins ".
         05 ws-ivm-ivl-mins            pic zzzzz9.
      *
       01 ws-cap-detail.
         05 filler                     pic x(5) value "team ".
         05 ws-cap-team                pic x(2).
         05 filler                     pic x(2) value spaces.
         05 ws-cap-caption             pic x(10).
         05 ws-cap-amount              pic zzzzz9.
         05 filler                     pic x(10) value " capped to".
         05 ws-cap-limit               pic zzzz9.
      *
       77 ws-sub                       pic 99 value 1.
       77 ws-sub2                      pic 9(4) value 1.
           perform 110-determine-period-start.
           perform 150-load-roster.
           perform 155-load-team-assignments.
      *
           move zeros                               to ws-day-grid.
      *
           open input daily-file.
           open output emp-file.
           open output control-file.
           open output quarantine-file.
      *
           if ws-daily-file-ok
               perform 200-read-daily-file
               close daily-file
           end-if.
      *
           perform 350-reconcile-intervals.
           perform 400-write-feed-file.
           perform 450-write-control-report.
           perform 460-write-integrity-section.
      *
           close emp-file
             control-file
             quarantine-file.
      *
      *a close with no roster loaded or no daily log to read has
      *nothing to aggregate, and a run that outgrew its tables has
             or not ws-daily-file-ok
             or ws-capacity-fault
               move 16                              to return-code
           else
      *a repeated day with different figures, intervals that don't
      *add up to the day, or a capped month leave a feed that can't
      *be trusted as it stands - stop month-end before the report.
      *An identical repeat was simply left out, the feed is right
               if ws-days-dup-differ > 0
                 or ws-opdays-mismatched > 0
                 or ws-months-capped > 0
                   move 8                           to return-code
               else
                   if ws-days-duplicate > 0
                       move 4                       to return-code
                   end-if
               end-if
           end-if.
      *
           stop run.
      *heard of and days outside the reporting period are counted
      *for the control report and otherwise skipped. Half-hourly
      *interval rows are the intraday profile program's input, not
      *this aggregation's - counted and passed over, and so are the
      *per-team queue rows the service-level report reads. Interval
      *rows are still totalled per operator-day, for reconciling
      *against the day rows once the whole log is read
           if interval-record
               add 1                                to
               ws-intervals-skipped
               perform 310-note-interval
               perform 200-read-daily-file
           else
               if queue-record
                   add 1                            to
                   ws-queue-rows-skipped
                   perform 200-read-daily-file
               else
                   perform 305-process-one-day
               end-if
           end-if.

       305-process-one-day.
             or daily-rec-calls is not numeric
             or daily-rec-mm < 1
             or daily-rec-mm > 12
             or daily-rec-dd < 1
             or daily-rec-dd > 31
               add 1                                to ws-days-bad-data
           else
               perform varying ws-rstr-idx from 1 by 1
                         (daily-rec-yyyy - ws-period-start-year) * 12
                         + daily-rec-mm - ws-report-start-month + 1

                       perform 307-check-duplicate-day
                   end-if
               end-if
           end-if.

           perform 200-read-daily-file.

       306-credit-day.
      *credit the day to the team the operator actually sat on that
      *day - without assignment history that is the master's team
      *and the entry already found above
           perform 320-resolve-day-team.

           if ws-day-team not =
             ws-rstr-team(ws-rstr-idx)
               perform 330-find-team-entry
           end-if.

           if ws-rstr-idx = 0
               add 1                                to ws-days-no-room
           else
               add daily-rec-calls                  to
               ws-rstr-months(ws-rstr-idx, ws-day-column)

      *minutes talked - spaces on a log cut before the switch
      *exported them, so only numeric values are taken
               if daily-rec-mins is numeric
                   add daily-rec-mins               to
                   ws-rstr-talk(ws-rstr-idx, ws-day-column)
               end-if

               move 'y'                             to
               ws-rstr-used-flag(ws-rstr-idx)
           end-if.

       307-check-duplicate-day.
      *the first day row for an operator-day is credited and noted
      *on the day grid - a repeat (the switch exported the day
      *twice) would double the day, so it is left out and
      *quarantined, DUP when its figures match the first, DDF when
      *they don't. ws-rstr-idx is still the master's entry here
           move ws-rstr-idx                         to ws-grid-idx.
           move ws-day-column                       to ws-grid-col.
           move daily-rec-dd                        to ws-grid-dd.

           if daily-rec-mins is numeric
               move daily-rec-mins                  to ws-day-mins-work
           else
               move 0                               to ws-day-mins-work
           end-if.

           if ws-grid-day-rows(ws-grid-idx, ws-grid-col, ws-grid-dd)
             = 0
               move 1                               to
               ws-grid-day-rows(ws-grid-idx, ws-grid-col, ws-grid-dd)
               move daily-rec-calls                 to
               ws-grid-day-calls(ws-grid-idx, ws-grid-col, ws-grid-dd)
               move ws-day-mins-work                to
               ws-grid-day-mins(ws-grid-idx, ws-grid-col, ws-grid-dd)
               if daily-rec-mins is numeric
                   move 'y'                         to
                   ws-grid-mins-flag(ws-grid-idx, ws-grid-col,
                   ws-grid-dd)
               end-if
               perform 306-credit-day
           else
               move spaces                          to qtn-rec
               if daily-rec-calls =
                 ws-grid-day-calls(ws-grid-idx, ws-grid-col, ws-grid-dd)
                 and ws-day-mins-work =
                 ws-grid-day-mins(ws-grid-idx, ws-grid-col, ws-grid-dd)
                   add 1                            to
                   ws-days-duplicate
                   move 'DUP'                       to qtn-rec-reason
               else
                   add 1                            to
                   ws-days-dup-differ
                   move 'DDF'                       to qtn-rec-reason
               end-if
               move daily-rec-num                   to qtn-rec-num
               move daily-rec-date                  to qtn-rec-date
               move daily-rec-image                 to qtn-rec-row
               perform 380-write-quarantine
           end-if.

       310-note-interval.
      *adds an interval row to its operator-day on the day grid -
      *rows that can't be placed (unusable, an operator hr has never
      *heard of, outside the period) have no day row to reconcile
      *with in the feed either and are left alone
           if interval-rec-date is numeric
             and interval-rec-calls is numeric
             and interval-rec-mm >= 1
             and interval-rec-mm <= 12
             and interval-rec-dd >= 1
             and interval-rec-dd <= 31
               perform varying ws-grid-idx from 1 by 1
                 until ws-grid-idx > ws-rstr-count
                   or ws-rstr-num(ws-grid-idx) = interval-rec-num
               end-perform

               compute ws-day-ym =
                 interval-rec-yyyy * 100 + interval-rec-mm

               if ws-grid-idx <= ws-rstr-count
                 and ws-grid-idx <= 2000
                 and ws-day-ym >= ws-period-start-ym
                 and ws-day-ym <= ws-period-end-ym
                   compute ws-grid-col =
                     (interval-rec-yyyy - ws-period-start-year) * 12
                     + interval-rec-mm - ws-report-start-month + 1
                   move interval-rec-dd             to ws-grid-dd
                   add 1                            to
                   ws-grid-ivl-rows(ws-grid-idx, ws-grid-col,
                   ws-grid-dd)
                   add interval-rec-calls           to
                   ws-grid-ivl-calls(ws-grid-idx, ws-grid-col,
                   ws-grid-dd)
                   if interval-rec-mins is numeric
                       add interval-rec-mins        to
                       ws-grid-ivl-mins(ws-grid-idx, ws-grid-col,
                       ws-grid-dd)
                   end-if
               end-if
           end-if.

       320-resolve-day-team.
      *the team in effect for the current daily row - the assignment
               end-if
           end-if.

       350-reconcile-intervals.
      *once the whole log is read, every operator-day that has
      *interval rows is held against its day row - interval calls
      *must add up to the day's calls, and interval minutes to the
      *day's minutes where the day row carried minutes. A day on
      *a log cut before intervals were exported has none and isn't
      *checked. Mismatches are quarantined as IVM, the day row
      *stands in the feed
           perform varying ws-grid-idx from 1 by 1
             until ws-grid-idx > ws-rstr-count

               perform varying ws-grid-col from 1 by 1
                 until ws-grid-col > ws-number-of-months
                   perform varying ws-grid-dd from 1 by 1
                     until ws-grid-dd > 31
                       if ws-grid-ivl-rows(ws-grid-idx, ws-grid-col,
                         ws-grid-dd) > 0
                           perform 352-reconcile-one-day
                       end-if
                   end-perform
               end-perform

           end-perform.

       352-reconcile-one-day.
           add 1                                    to
           ws-opdays-checked.

           if ws-grid-day-rows(ws-grid-idx, ws-grid-col, ws-grid-dd)
             = 0
             or ws-grid-ivl-calls(ws-grid-idx, ws-grid-col, ws-grid-dd)
             not = ws-grid-day-calls(ws-grid-idx, ws-grid-col,
             ws-grid-dd)
             or (ws-grid-has-mins(ws-grid-idx, ws-grid-col, ws-grid-dd)
             and ws-grid-ivl-mins(ws-grid-idx, ws-grid-col, ws-grid-dd)
             not = ws-grid-day-mins(ws-grid-idx, ws-grid-col,
             ws-grid-dd))
               add 1                                to
               ws-opdays-mismatched
               perform 355-column-year-month
               move spaces                          to qtn-rec
               move 'IVM'                           to qtn-rec-reason
               move ws-rstr-num(ws-grid-idx)        to qtn-rec-num
               compute qtn-rec-date = ws-grid-yyyy * 10000
                 + ws-grid-mm * 100 + ws-grid-dd
               move ws-grid-day-calls(ws-grid-idx, ws-grid-col,
               ws-grid-dd)                          to
               qtn-rec-day-calls
               move ws-grid-day-mins(ws-grid-idx, ws-grid-col,
               ws-grid-dd)                          to
               qtn-rec-day-mins
               move ws-grid-ivl-calls(ws-grid-idx, ws-grid-col,
               ws-grid-dd)                          to
               qtn-rec-ivl-calls
               move ws-grid-ivl-mins(ws-grid-idx, ws-grid-col,
               ws-grid-dd)                          to
               qtn-rec-ivl-mins
               move ws-grid-ivl-rows(ws-grid-idx, ws-grid-col,
               ws-grid-dd)                          to
               qtn-rec-ivl-rows
               perform 380-write-quarantine
           end-if.

       355-column-year-month.
      *the calendar year and month of month column ws-grid-col
           compute ws-grid-mm = ws-report-start-month + ws-grid-col - 1.
           move ws-period-start-year                to ws-grid-yyyy.
           if ws-grid-mm > 12
               subtract 12                          from ws-grid-mm
               add 1                                to ws-grid-yyyy
           end-if.

       380-write-quarantine.
           write qtn-rec.
           add 1                                    to
           ws-quarantine-written.

       400-write-feed-file.
      *writes one feed record per operator seen in the daily log,
      *lowest team first then operator number within it - the
                       move ws-rstr-months(ws-best-idx, ws-sub) to
                       ws-month-amount
                       if ws-month-amount > 999
                           move 'CAP'               to ws-qtn-reason
                           perform 410-quarantine-capped-month
                           move 999                 to ws-month-amount
                           add 1                    to ws-months-capped
                       end-if
                       move ws-rstr-talk(ws-best-idx, ws-sub) to
                       ws-talk-amount
                       if ws-talk-amount > 9999
                           move ws-talk-amount      to ws-month-amount
                           move 'CPT'               to ws-qtn-reason
                           perform 410-quarantine-capped-month
                           move 9999                to ws-talk-amount
                           add 1                    to ws-months-capped
                       end-if
           move ws-output-hash                      to emp-trailer-hash.
           write emp-trailer-rec.

       410-quarantine-capped-month.
      *the operator-month as it stood before the cap, reason already
      *set by the caller - ws-month-amount holds the uncapped figure
           move ws-sub                              to ws-grid-col.
           perform 355-column-year-month.
           move spaces                              to qtn-rec.
           move ws-qtn-reason                       to qtn-rec-reason.
           move ws-rstr-num(ws-best-idx)            to qtn-rec-num.
           compute qtn-rec-date = ws-grid-yyyy * 10000
             + ws-grid-mm * 100.
           move ws-rstr-team(ws-best-idx)           to
           qtn-rec-cap-team.
           move ws-month-amount                     to
           qtn-rec-cap-amount.
           perform 380-write-quarantine.

       450-write-control-report.
      *one page of counts so the month-end close can see at a glance
      *what the switch delivered and what was left out
           write control-line from ws-control-count-line
             after advancing 1 line.

           move "queue rows passed over:"           to ws-ctl-caption.
           move ws-queue-rows-skipped               to ws-ctl-amount.
           write control-line from ws-control-count-line
             after advancing 1 line.

           move "days dropped - roster table full:" to ws-ctl-caption.
           move ws-days-no-room                     to ws-ctl-amount.
           write control-line from ws-control-count-line
           move ws-output-hash                      to ws-ctl-amount.
           write control-line from ws-control-count-line
             after advancing 1 line.

       460-write-integrity-section.
      *what the integrity checks found, then every quarantined row
      *read back from the quarantine file - the rows themselves stay
      *on the quarantine file for the team correcting the log
           write control-line from ws-integrity-heading
             after advancing 3 lines.

           move "repeated day rows left out - same:" to ws-ctl-caption.
           move ws-days-duplicate                   to ws-ctl-amount.
           write control-line from ws-control-count-line
             after advancing 2 lines.

           move "repeated day rows left out - differ:" to
           ws-ctl-caption.
           move ws-days-dup-differ                  to ws-ctl-amount.
           write control-line from ws-control-count-line
             after advancing 1 line.

           move "operator-days checked vs intervals:" to
           ws-ctl-caption.
           move ws-opdays-checked                   to ws-ctl-amount.
           write control-line from ws-control-count-line
             after advancing 1 line.

           move "operator-days out against intervals:" to
           ws-ctl-caption.
           move ws-opdays-mismatched                to ws-ctl-amount.
           write control-line from ws-control-count-line
             after advancing 1 line.

           move "month columns capped:"             to ws-ctl-caption.
           move ws-months-capped                    to ws-ctl-amount.
           write control-line from ws-control-count-line
             after advancing 1 line.

           move "rows written to quarantine:"       to ws-ctl-caption.
           move ws-quarantine-written               to ws-ctl-amount.
           write control-line from ws-control-count-line
             after advancing 1 line.

           if ws-quarantine-written > 0
               close quarantine-file
               open input quarantine-file
               read quarantine-file
                   at end move 'y'               to ws-qtn-eof-flag
               end-read
               write control-line from spaces
                 after advancing 1 line
               perform until ws-qtn-end-of-file
                   perform 465-print-quarantine-row
                   read quarantine-file
                       at end move 'y'           to ws-qtn-eof-flag
                   end-read
               end-perform
           end-if.

       465-print-quarantine-row.
           move qtn-rec-reason                      to
           ws-qtn-line-reason.
           move qtn-rec-num                         to ws-qtn-line-num.
           move qtn-rec-date                        to ws-qtn-line-date.

           if qtn-rec-reason = 'IVM'
               move qtn-rec-day-calls               to ws-ivm-day-calls
               move qtn-rec-day-mins                to ws-ivm-day-mins
               move qtn-rec-ivl-calls               to ws-ivm-ivl-calls
               move qtn-rec-ivl-mins                to ws-ivm-ivl-mins
               move ws-ivm-detail                   to
               ws-qtn-line-detail
           else
               if qtn-rec-reason = 'CAP'
                 or qtn-rec-reason = 'CPT'
                   move qtn-rec-cap-team            to ws-cap-team
                   move qtn-rec-cap-amount          to ws-cap-amount
                   if qtn-rec-reason = 'CAP'
                       move "calls"                 to ws-cap-caption
                       move 999                     to ws-cap-limit
                   else
                       move "talk mins"             to ws-cap-caption
                       move 9999                    to ws-cap-limit
                   end-if
                   move ws-cap-detail               to
                   ws-qtn-line-detail
               else
                   move qtn-rec-row                 to
                   ws-qtn-line-detail
               end-if
           end-if.

           write control-line from ws-qtn-line
             after advancing 1 line.
      *
       end program A7-BuildA7File.
