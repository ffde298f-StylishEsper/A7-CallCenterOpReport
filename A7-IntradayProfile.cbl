      *
      *day rows and half-hourly interval rows ride the same log -
      *interval rows are marked 'I' and carry the half-hour slot
      *(0-47, slot 20 is 10:00). Per-team queue rows, marked 'Q',
      *belong to the service-level report and are counted and passed
      *over
       fd daily-file
           data record is daily-rec
           record contains 18 to 38 characters.
      *
       01 daily-rec.
         05 daily-rec-date             pic 9(8).
         05 interval-rec-slot          pic 99.
         05 interval-rec-calls         pic 9(3).
         05 interval-rec-mins          pic 9(4).
      *
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
      *
      *one fixed-format row per team (or site, team '**') per day of
      *week per half-hour slot with activity - averages carry two
      *implied decimal places. The averages per row describe one
      *operator's half hour, the day figures behind them describe the
      *whole team's: calls and talk minutes in the slot divided by
      *the number of dates of that day of week the log covered, the
      *volume the staffing calculation works from
       fd extract-file
           data record is extract-rec
           record contains 31 characters.
      *
       01 extract-rec.
         05 extract-rec-site           pic x(2).
         05 extract-rec-slot           pic 99.
         05 extract-rec-avg-calls      pic 9(3)v99.
         05 extract-rec-avg-mins       pic 9(4)v99.
         05 extract-rec-day-calls      pic 9(4)v99.
         05 extract-rec-day-mins       pic 9(5)v99.
      *
       working-storage section.
      *
         05 ws-intervals-outside       pic 9(7) value 0.
         05 ws-intervals-unknown-op    pic 9(7) value 0.
         05 ws-intervals-bad-data      pic 9(7) value 0.
         05 ws-queue-rows-skipped      pic 9(7) value 0.
      *
      *day-of-week working fields - zeller's congruence on the
      *interval date, folded to 1 = monday through 7 = sunday
         05 ws-dow                     pic 9 value 0.
      *
       01 ws-day-ym                    pic 9(6) value 0.
      *
      *every date the log carried interval rows for, and how many of
      *them fell on each day of the week - the divisor that turns a
      *slot's total calls into the calls a typical monday (or
      *tuesday...) brings. Sized for a full twelve-month period
       01 ws-date-table.
         05 ws-date-count              pic 9(3) value 0.
         05 ws-date-idx                pic 9(3) value 0.
         05 ws-last-date               pic 9(8) value 0.
         05 ws-date-entry occurs 400 times.
           10 ws-date-seen             pic 9(8).
         05 ws-dow-dates               pic 9(3) occurs 7 times.
      *
       01 ws-dow-name-values.
         05 filler                     pic x(3) value 'mon'.
       01 ws-avg-work.
         05 ws-avg-calls               pic 9(3)v99 value 0.
         05 ws-avg-mins                pic 9(4)v99 value 0.
         05 ws-day-calls               pic 9(4)v99 value 0.
         05 ws-day-mins                pic 9(5)v99 value 0.
         05 ws-slot-ix                 pic 99 value 0.
         05 ws-slot-hh                 pic 99 value 0.
         05 ws-slot-mm                 pic 99 value 0.
      *primes the site-wide accumulation to zero
           perform varying ws-sub from 1 by 1
             until ws-sub > 7
               move 0                       to ws-dow-dates(ws-sub)
               perform varying ws-slot-sub from 1 by 1
                 until ws-slot-sub > 48
                   move 0                   to
      *folds one interval row into the profile - whole-day rows
      *belong to the feed build and are passed over, as are interval
      *rows with unusable data, for unknown operators, or outside
      *the reporting period. Queue rows are counted and passed over
           add 1                                    to ws-rows-read.

           if interval-record
               perform 310-process-one-interval
           else
               if queue-record
                   add 1                            to
                   ws-queue-rows-skipped
               end-if
           end-if.

           perform 200-read-daily-file.
               ws-sprof-mins(ws-dow, interval-rec-slot + 1)
           end-if.

           if interval-rec-date not = ws-last-date
               perform 317-note-interval-date
           end-if.

       317-note-interval-date.
      *counts the interval row's date under its day of the week the
      *first time the date is seen - the log arrives a day at a time,
      *so the date just seen is remembered and the search skipped
      *while it repeats. A period with more dates than the table
      *holds is a capacity fault
           move interval-rec-date                   to ws-last-date.

           perform varying ws-date-idx from 1 by 1
             until ws-date-idx > ws-date-count
               or ws-date-seen(ws-date-idx) = interval-rec-date
           end-perform.

           if ws-date-idx > ws-date-count
               if ws-date-count < 400
                   add 1                            to ws-date-count
                   move interval-rec-date           to
                   ws-date-seen(ws-date-count)
                   add 1                            to
                   ws-dow-dates(ws-dow)
               else
                   move 'y'                         to
                   ws-capacity-fault-flag
               end-if
           end-if.

       320-day-of-week.
      *zeller's congruence on the interval date, folded so 1 is
      *monday and 7 is sunday - january and february count as months
           compute ws-avg-mins rounded =
             ws-prof-mins(ws-prof-idx, ws-sub, ws-slot-sub) /
             ws-prof-rows(ws-prof-idx, ws-sub, ws-slot-sub).
           compute ws-day-calls rounded =
             ws-prof-calls(ws-prof-idx, ws-sub, ws-slot-sub) /
             ws-dow-dates(ws-sub).
           compute ws-day-mins rounded =
             ws-prof-mins(ws-prof-idx, ws-sub, ws-slot-sub) /
             ws-dow-dates(ws-sub).

           perform 415-format-slot-line.
           move ws-prof-rows(ws-prof-idx, ws-sub, ws-slot-sub) to
           extract-rec-avg-calls.
           move ws-avg-mins                         to
           extract-rec-avg-mins.
           move ws-day-calls                        to
           extract-rec-day-calls.
           move ws-day-mins                         to
           extract-rec-day-mins.
           write extract-rec.

       415-format-slot-line.
           compute ws-avg-mins rounded =
             ws-sprof-mins(ws-sub, ws-slot-sub) /
             ws-sprof-rows(ws-sub, ws-slot-sub).
           compute ws-day-calls rounded =
             ws-sprof-calls(ws-sub, ws-slot-sub) /
             ws-dow-dates(ws-sub).
           compute ws-day-mins rounded =
             ws-sprof-mins(ws-sub, ws-slot-sub) /
             ws-dow-dates(ws-sub).

           perform 415-format-slot-line.
           move ws-sprof-rows(ws-sub, ws-slot-sub)  to
           extract-rec-avg-calls.
           move ws-avg-mins                         to
           extract-rec-avg-mins.
           move ws-day-calls                        to
           extract-rec-day-calls.
           move ws-day-mins                         to
           extract-rec-day-mins.
           write extract-rec.

       450-write-profile-counts.
           move ws-intervals-bad-data               to ws-count-amount.
           write profile-line from ws-count-line
             after advancing 1 line.

           move "queue rows passed over:"           to ws-count-caption.
           move ws-queue-rows-skipped               to ws-count-amount.
           write profile-line from ws-count-line
             after advancing 1 line.
      *
       end program A7-IntradayProfile.
