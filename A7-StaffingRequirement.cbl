       identification division.
       program-id. A7-StaffingRequirement.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Turns the intraday staffing profile into
      *the number of operators each half-hour slot needs. For every
      *team, day of week and slot on A7-IntradayProfile.dat the slot's
      *daily volume and talk minutes give the traffic in erlangs, and
      *an erlang c search finds the fewest operators that answer the
      *target share of calls within the target seconds without
      *pushing occupancy over the cap. Required heads are written to
      *a fixed-format extract for the scheduling office, and the
      *hours they add up to over each month of the reporting period
      *are set against the hours rostered on A7-SchedHours.dat to
      *show which teams are over or under staffed
      *
       environment division.
       input-output section.
       file-control.
      *
      *the intraday profile's extract - one row per team (or site,
      *team '**') per day of week per half-hour slot with activity
           select profile-file
               assign to '../../../A7-IntradayProfile.dat'
               organization is line sequential
               file status is ws-profile-status.
      *
      *service level target, answer time, occupancy cap, shrinkage
      *and the over/under tolerance - optional, without one the
      *usual 80 percent in 20 seconds at 85 percent occupancy stands
           select staffparm-file
               assign to '../../../A7-StaffParams.dat'
               organization is line sequential
               file status is ws-staffparm-status.
      *
      *reporting period and site code, shared with the feed build,
      *the report and the profile - gives the months the rostered
      *hours columns stand for
           select param-file
               assign to '../../../A7-Params.dat'
               organization is line sequential
               file status is ws-param-status.
      *
      *hr-maintained roster - supplies the team each operator's
      *rostered hours count towards
           select master-file
               assign to '../../../A7-EmpMaster.dat'
               organization is line sequential
               file status is ws-master-status.
      *
      *the scheduling office's rostered hours per operator per month
           select hours-file
               assign to '../../../A7-SchedHours.dat'
               organization is line sequential
               file status is ws-hours-status.
      *
      *the printed over/under staffing report
           select staffing-file
               assign to '../../../A7-StaffingRequirement.out'
               organization is line sequential.
      *
      *fixed-format extract of required heads per team, day of week
      *and slot for the scheduling system - no header row, no
      *delimiters
           select required-file
               assign to '../../../A7-StaffRequired.dat'
               organization is line sequential.
      *
       data division.
       file section.
      *
      *the intraday profile's extract row - the per-day figures at
      *the end are the team's whole volume in the slot on a typical
      *day of that weekday, which is what the slot must be staffed
      *for
       fd profile-file
           data record is profile-rec
           record contains 31 characters.
      *
       01 profile-rec.
         05 profile-rec-site           pic x(2).
         05 profile-rec-team           pic x(2).
         05 profile-rec-dow            pic 9.
         05 profile-rec-slot           pic 99.
         05 profile-rec-avg-calls      pic 9(3)v99.
         05 profile-rec-avg-mins       pic 9(4)v99.
         05 profile-rec-day-calls      pic 9(4)v99.
         05 profile-rec-day-mins       pic 9(5)v99.
      *
      *percentages are whole numbers, the answer time is in seconds
       fd staffparm-file
           data record is staffparm-rec
           record contains 15 characters.
      *
       01 staffparm-rec.
         05 staffparm-sl-pct           pic 9(3).
         05 staffparm-answer-secs      pic 9(3).
         05 staffparm-occ-cap-pct      pic 9(3).
         05 staffparm-shrink-pct       pic 9(3).
         05 staffparm-tolerance-pct    pic 9(3).
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
      *one row per operator, giving the hours the scheduling office
      *had them rostered for in each month, same month ordering as
      *the feed's call columns
       fd hours-file
           data record is hours-rec
           record contains 39 characters.
      *
       01 hours-rec.
         05 hours-rec-num              pic x(3).
         05 hours-rec-months           pic 9(3) occurs 12 times.
      *
       fd staffing-file
           data record is staffing-line
           record contains 80 characters.
      *
       01 staffing-line                pic x(80).
      *
      *one row per team per day of week per half-hour slot - the
      *slot's daily calls, talk seconds per call, traffic in
      *erlangs, the operators required (shrinkage included) and the
      *service level and occupancy the phone-ready operators give
       fd required-file
           data record is required-rec
           record contains 35 characters.
      *
       01 required-rec.
         05 required-rec-site          pic x(2).
         05 required-rec-team          pic x(2).
         05 required-rec-dow           pic 9.
         05 required-rec-slot          pic 99.
         05 required-rec-calls         pic 9(4)v99.
         05 required-rec-aht-secs      pic 9(5).
         05 required-rec-erlangs       pic 9(3)v99.
         05 required-rec-heads         pic 9(4).
         05 required-rec-sl-pct        pic 9(3)v9.
         05 required-rec-occ-pct       pic 9(3)v9.
      *
       working-storage section.
      *
       01 ws-profile-status            pic xx value spaces.
         88 ws-profile-file-ok value "00".
      *
       01 ws-profile-eof-flag          pic x value 'n'.
         88 ws-profile-end-of-file value "y".
      *
       01 ws-staffparm-status          pic xx value spaces.
         88 ws-staffparm-file-ok value "00".
      *
       01 ws-staffparm-eof-flag        pic x value 'n'.
         88 ws-staffparm-end-of-file value "y".
      *
       01 ws-param-status              pic xx value spaces.
         88 ws-param-file-ok value "00".
      *
       01 ws-param-eof-flag            pic x value 'n'.
         88 ws-param-end-of-file value "y".
      *
       01 ws-master-status             pic xx value spaces.
         88 ws-master-file-ok value "00".
      *
       01 ws-master-eof-flag           pic x value 'n'.
         88 ws-master-end-of-file value "y".
      *
       01 ws-hours-status              pic xx value spaces.
         88 ws-hours-file-ok value "00".
      *
       01 ws-hours-eof-flag            pic x value 'n'.
         88 ws-hours-end-of-file value "y".
      *
      *reporting period - same fields and same defaulting rule as
      *the feed build, so month column 1 of the rostered hours is
      *the same month it is everywhere else
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
      *staffing targets - service level as a percentage of calls
      *answered within the answer time, the most of an operator's
      *time the calls may take, the share of rostered time lost to
      *breaks, training and absence, and how far rostered hours may
      *stray from the requirement before a team-month is flagged
       01 ws-staffing-targets.
         05 ws-target-sl-pct           pic 9(3) value 80.
         05 ws-answer-secs             pic 9(3) value 20.
         05 ws-occ-cap-pct             pic 9(3) value 85.
         05 ws-shrink-pct              pic 9(3) value 0.
         05 ws-tolerance-pct           pic 9(3) value 10.
      *
      *roster loaded from the hr master - operator-to-team lookups
       01 ws-roster-table.
         05 ws-rstr-count              pic 9(4) value 0.
         05 ws-rstr-idx                pic 9(4) value 0.
         05 ws-rstr-entry occurs 2000 times.
           10 ws-rstr-num              pic x(3).
           10 ws-rstr-team             pic x(2).
      *
      *one entry per team seen on the profile or the rostered hours -
      *the heads each slot needs, and the required and rostered
      *hours per month of the period
       01 ws-team-table.
         05 ws-team-count              pic 9(3) value 0.
         05 ws-team-idx                pic 9(3) value 0.
         05 ws-team-entry occurs 100 times.
           10 ws-team-code             pic x(2).
           10 ws-team-dow occurs 7 times.
             15 ws-team-heads          pic 9(4) occurs 48 times.
           10 ws-team-req-hours        pic 9(7)v9 occurs 12 times.
           10 ws-team-sched-hours      pic 9(7) occurs 12 times.
      *
      *the team being looked for or created
       01 ws-team-wanted               pic x(2) value spaces.
      *
      *set the moment a table is asked to hold more than it can -
      *the run fails loudly instead of quietly dropping teams
       01 ws-capacity-fault-flag       pic x value 'n'.
         88 ws-capacity-fault value 'y'.
      *
       01 ws-staffing-counts.
         05 ws-rows-read               pic 9(7) value 0.
         05 ws-slots-staffed           pic 9(7) value 0.
         05 ws-site-rows-skipped       pic 9(7) value 0.
         05 ws-rows-bad-data           pic 9(7) value 0.
         05 ws-slots-unreachable       pic 9(7) value 0.
         05 ws-hours-rows-read         pic 9(7) value 0.
         05 ws-hours-unknown-op        pic 9(7) value 0.
         05 ws-team-months-over        pic 9(5) value 0.
         05 ws-team-months-under       pic 9(5) value 0.
      *
      *erlang c working fields for the slot being staffed - traffic
      *is talk minutes per half hour over the thirty minutes in it.
      *the erlang b blocking figure is built up one operator at a
      *time, and from it the chance a call waits and the share of
      *calls answered within the answer time at each staffing level
       01 ws-erlang-work.
         05 ws-slot-calls              pic 9(4)v99 value 0.
         05 ws-slot-mins               pic 9(5)v99 value 0.
         05 ws-erlangs                 pic 9(4)v9(6) value 0.
         05 ws-aht-secs                pic 9(5)v99 value 0.
         05 ws-agents                  pic 9(4) value 0.
         05 ws-erl-b                   pic 9v9(12) value 0.
         05 ws-erl-c                   pic 9v9(12) value 0.
         05 ws-erl-exponent            pic 9(5)v9(6) value 0.
         05 ws-erl-decay               pic 9(9)v9(6) value 0.
         05 ws-erl-sl                  pic s9v9(8) value 0.
         05 ws-erl-occ                 pic 9v9(6) value 0.
         05 ws-erl-sl-pct              pic 9(3)v9 value 0.
         05 ws-erl-occ-pct             pic 9(3)v9 value 0.
         05 ws-erl-found-flag          pic x value 'n'.
           88 ws-erl-found value 'y'.
         05 ws-req-heads               pic 9(4) value 0.
         05 ws-heads-work              pic 9(6)v99 value 0.
      *
      *the euler constant the wait-time decay is raised from
       01 ws-euler                     pic 9v9(9) value 2.718281828.
      *
      *calendar working fields for a month of the period - its year
      *and month, length, the weekday of its first day, and how many
      *times each weekday falls in it
       01 ws-calendar-work.
         05 ws-cal-yyyy                pic 9(4) value 0.
         05 ws-cal-mm                  pic 99 value 0.
         05 ws-cal-ym                  pic 9(6) value 0.
         05 ws-cal-days                pic 99 value 0.
         05 ws-cal-extra               pic 9 value 0.
         05 ws-cal-quot                pic 9(4) value 0.
         05 ws-cal-rem                 pic 9(3) value 0.
         05 ws-cal-first-dow           pic 9 value 0.
         05 ws-cal-dow-count           pic 9 occurs 7 times.
      *
       01 ws-month-length-values.
         05 filler                     pic x(24) value
         "312831303130313130313031".
       01 ws-month-lengths redefines ws-month-length-values.
         05 ws-month-length            pic 99 occurs 12 times.
      *
      *day-of-week working fields - zeller's congruence, folded to
      *1 = monday through 7 = sunday
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
      *team-month comparison working fields
       01 ws-compare-work.
         05 ws-variance                pic s9(7)v9 value 0.
         05 ws-variance-pct            pic s9(5)v9 value 0.
         05 ws-tot-req-hours           pic 9(8)v9 value 0.
         05 ws-tot-sched-hours         pic 9(8) value 0.
         05 ws-row-required            pic 9(8)v9 value 0.
         05 ws-row-rostered            pic 9(8) value 0.
         05 ws-slot-ix                 pic 99 value 0.
         05 ws-slot-hh                 pic 99 value 0.
         05 ws-slot-mm                 pic 99 value 0.
      *
       01 ws-staffing-heading.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(33) value
         "Staffing requirement report      ".
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
       01 ws-targets-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(15) value
         "service level: ".
         05 ws-targets-line-sl         pic zz9.
         05 filler                     pic x(12) value
         "% answered i".
         05 filler                     pic x(3) value "n  ".
         05 ws-targets-line-secs       pic zz9.
         05 filler                     pic x(22) value
         " secs  occupancy cap: ".
         05 ws-targets-line-occ        pic zz9.
         05 filler                     pic x value '%'.
      *
       01 ws-targets-line-2.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(15) value
         "shrinkage:     ".
         05 ws-targets-line-shrink     pic zz9.
         05 filler                     pic x(27) value
         "%      over/under beyond:  ".
         05 ws-targets-line-tol        pic zz9.
         05 filler                     pic x value '%'.
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
       01 ws-slot-heading.
         05 filler                     pic x(6) value spaces.
         05 filler                     pic x(40) value
         "day  slot    calls  aht(s)  erlangs  hea".
         05 filler                     pic x(24) value
         "ds    svc%    occ%      ".
      *
       01 ws-slot-detail-line.
         05 filler                     pic x(6) value spaces.
         05 ws-sd-dow                  pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-sd-hh                   pic 99.
         05 filler                     pic x value ':'.
         05 ws-sd-mm                   pic 99.
         05 filler                     pic x value space.
         05 ws-sd-calls                pic zzz9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-sd-aht                  pic zzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-sd-erlangs              pic zz9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-sd-heads                pic zzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-sd-sl-pct               pic zz9.9.
         05 filler                     pic x(3) value spaces.
         05 ws-sd-occ-pct              pic zz9.9.
         05 filler                     pic x(2) value spaces.
         05 ws-sd-note                 pic x(10).
      *
       01 ws-hours-heading.
         05 filler                     pic x(6) value spaces.
         05 filler                     pic x(40) value
         "month    required  rostered  variance   ".
         05 filler                     pic x(20) value
         "   pct              ".
      *
       01 ws-hours-detail-line.
         05 filler                     pic x(6) value spaces.
         05 ws-hd-label                pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ws-hd-required             pic zzzzzz9.9.
         05 filler                     pic x value space.
         05 ws-hd-rostered             pic zzzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-hd-variance             pic ------9.9.
         05 filler                     pic x(2) value spaces.
         05 ws-hd-pct                  pic ----9.9.
         05 filler                     pic x value '%'.
         05 filler                     pic x(2) value spaces.
         05 ws-hd-flag                 pic x(13).
      *
       01 ws-count-line.
         05 filler                     pic x(4) value spaces.
         05 ws-count-caption           pic x(40).
         05 ws-count-amount            pic zzzzzz9.
      *
       01 ws-no-profile-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(52) value
         "(no team rows on the intraday profile extract)".
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
       77 ws-col                       pic 99 value 1.
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
           perform 115-load-staffing-targets.
           perform 150-load-roster.
      *
           open input profile-file.
           open output staffing-file.
           open output required-file.
      *
           perform 180-print-headings.
      *
           if ws-profile-file-ok
               read profile-file
                   at end move 'y'             to ws-profile-eof-flag
               end-read
               perform 300-process-profile-rows
                 until ws-profile-end-of-file
               close profile-file
           end-if.
      *
           if ws-slots-staffed = 0
               write staffing-line from ws-no-profile-line
                 after advancing 2 lines
           else
               perform 160-load-scheduled-hours
               perform 400-compute-required-hours
               perform 410-print-hours-comparison
           end-if.
      *
           if ws-capacity-fault
               write staffing-line from ws-capacity-line
                 after advancing 2 lines
           end-if.
      *
           perform 450-write-staffing-counts.
      *
           close staffing-file
             required-file.
      *
      *no profile extract, nothing on it to staff, or a table
      *outgrown - surface each to the job stream
           if not ws-profile-file-ok
             or ws-slots-staffed = 0
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

       115-load-staffing-targets.
      *reads the staffing targets, if supplied - each value is taken
      *only when it is numeric and sensible, otherwise its default
      *stands
           open input staffparm-file.

           if ws-staffparm-file-ok
               read staffparm-file
                   at end move 'y'           to ws-staffparm-eof-flag
               end-read

               if not ws-staffparm-end-of-file
                   if staffparm-sl-pct is numeric
                     and staffparm-sl-pct > 0
                     and staffparm-sl-pct < 100
                       move staffparm-sl-pct           to
                       ws-target-sl-pct
                   end-if

                   if staffparm-answer-secs is numeric
                     and staffparm-answer-secs > 0
                       move staffparm-answer-secs      to
                       ws-answer-secs
                   end-if

                   if staffparm-occ-cap-pct is numeric
                     and staffparm-occ-cap-pct > 0
                     and staffparm-occ-cap-pct <= 100
                       move staffparm-occ-cap-pct      to
                       ws-occ-cap-pct
                   end-if

                   if staffparm-shrink-pct is numeric
                     and staffparm-shrink-pct < 90
                       move staffparm-shrink-pct       to
                       ws-shrink-pct
                   end-if

                   if staffparm-tolerance-pct is numeric
                       move staffparm-tolerance-pct    to
                       ws-tolerance-pct
                   end-if
               end-if

               move 'n'                        to ws-staffparm-eof-flag
               close staffparm-file
           end-if.

       150-load-roster.
      *loads the hr employee master for the operator-to-team lookup
      *- a master that outgrows the table is a capacity fault, or
      *the unloaded operators' hours would quietly misread as
      *"unknown operator"
           open input master-file.

           if ws-master-file-ok
               read master-file
                   at end move 'y'               to ws-master-eof-flag
               end-read

               perform until ws-master-end-of-file

                   if ws-rstr-count >= 2000
                       move 'y'                     to
                       ws-capacity-fault-flag
                   end-if
                   if ws-rstr-count < 2000
                       add 1                        to ws-rstr-count
                       move master-rec-num          to
                       ws-rstr-num(ws-rstr-count)
                       move master-rec-team         to
                       ws-rstr-team(ws-rstr-count)
                   end-if

                   read master-file
                       at end move 'y'           to ws-master-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-master-eof-flag
               close master-file
           end-if.

       160-load-scheduled-hours.
      *adds each operator's rostered hours into their master team's
      *months - rows for operators the master has never heard of
      *are counted and left out, they belong to no team
           open input hours-file.

           if ws-hours-file-ok
               read hours-file
                   at end move 'y'                to ws-hours-eof-flag
               end-read

               perform until ws-hours-end-of-file

                   add 1                            to
                   ws-hours-rows-read

                   perform varying ws-rstr-idx from 1 by 1
                     until ws-rstr-idx > ws-rstr-count
                       or ws-rstr-num(ws-rstr-idx) = hours-rec-num
                   end-perform

                   if ws-rstr-idx > ws-rstr-count
                       add 1                        to
                       ws-hours-unknown-op
                   else
                       move ws-rstr-team(ws-rstr-idx) to
                       ws-team-wanted
                       perform 330-find-team-entry

                       if ws-team-idx not = 0
                           perform varying ws-col from 1 by 1
                             until ws-col > ws-number-of-months
                               if hours-rec-months(ws-col) is numeric
                                   add hours-rec-months(ws-col) to
                                   ws-team-sched-hours(ws-team-idx,
                                   ws-col)
                               end-if
                           end-perform
                       end-if
                   end-if

                   read hours-file
                       at end move 'y'            to ws-hours-eof-flag
                   end-read

               end-perform

               move 'n'                           to ws-hours-eof-flag
               close hours-file
           end-if.

       180-print-headings.
      *report heading, the period and the targets in force
           write staffing-line from ws-staffing-heading
             after advancing 1 line.

           move ws-period-start-ym                  to
           ws-period-line-start.
           move ws-period-end-ym                    to
           ws-period-line-end.
           move ws-site-code                        to
           ws-period-line-site.
           write staffing-line from ws-period-line
             after advancing 1 line.

           move ws-target-sl-pct                    to
           ws-targets-line-sl.
           move ws-answer-secs                      to
           ws-targets-line-secs.
           move ws-occ-cap-pct                      to
           ws-targets-line-occ.
           write staffing-line from ws-targets-line
             after advancing 2 lines.

           move ws-shrink-pct                       to
           ws-targets-line-shrink.
           move ws-tolerance-pct                    to
           ws-targets-line-tol.
           write staffing-line from ws-targets-line-2
             after advancing 1 line.

           move "Required operators by day of week and half-hour slot"
                                                    to
           ws-section-caption.
           write staffing-line from ws-section-line
             after advancing 2 lines.

       300-process-profile-rows.
      *staffs one team/day/slot row of the profile - the site-wide
      *rows (team '**') are passed over, rostered hours are only
      *ever held per team, and rows with unusable figures are
      *counted and skipped
           add 1                                    to ws-rows-read.

           if profile-rec-team = '**'
               add 1                                to
               ws-site-rows-skipped
           else
               if profile-rec-dow is not numeric
                 or profile-rec-slot is not numeric
                 or profile-rec-day-calls is not numeric
                 or profile-rec-day-mins is not numeric
                 or profile-rec-dow < 1
                 or profile-rec-dow > 7
                 or profile-rec-slot > 47
                   add 1                            to ws-rows-bad-data
               else
                   perform 310-staff-one-slot
               end-if
           end-if.

           read profile-file
               at end move 'y'                 to ws-profile-eof-flag
           end-read.

       310-staff-one-slot.
      *works out the slot's required heads, files them under the
      *team, and prints and extracts the slot - a new team starts a
      *new block on the report
           if profile-rec-team not = ws-team-wanted
             or ws-slots-staffed = 0
               move profile-rec-team                to ws-team-wanted
               move ws-team-wanted                  to ws-banner-team
               write staffing-line from ws-team-banner-line
                 after advancing 2 lines
               write staffing-line from ws-slot-heading
                 after advancing 1 line
           end-if.

           move profile-rec-team                    to ws-team-wanted.
           perform 330-find-team-entry.

           move profile-rec-day-calls               to ws-slot-calls.
           move profile-rec-day-mins                to ws-slot-mins.
           perform 320-erlang-c-search.

           add 1                                    to
           ws-slots-staffed.

           if ws-team-idx not = 0
               move ws-req-heads                    to
               ws-team-heads(ws-team-idx, profile-rec-dow,
               profile-rec-slot + 1)
           end-if.

           move ws-dow-name(profile-rec-dow)        to ws-sd-dow.
           compute ws-slot-ix = profile-rec-slot.
           divide ws-slot-ix by 2 giving ws-slot-hh
             remainder ws-slot-mm.
           compute ws-slot-mm = ws-slot-mm * 30.
           move ws-slot-hh                          to ws-sd-hh.
           move ws-slot-mm                          to ws-sd-mm.
           move ws-slot-calls                       to ws-sd-calls.
           move ws-aht-secs                         to ws-sd-aht.
           move ws-erlangs                          to ws-sd-erlangs.
           move ws-req-heads                        to ws-sd-heads.
           move ws-erl-sl-pct                       to ws-sd-sl-pct.
           move ws-erl-occ-pct                      to ws-sd-occ-pct.
           move spaces                              to ws-sd-note.
           if ws-slot-calls > 0
             and ws-slot-mins = 0
               move "no talk"                       to ws-sd-note
           end-if.
           if not ws-erl-found
             and ws-erlangs > 0
               move "UNREACHED"                     to ws-sd-note
               add 1                                to
               ws-slots-unreachable
           end-if.
           write staffing-line from ws-slot-detail-line
             after advancing 1 line.

           move ws-site-code                        to
           required-rec-site.
           move profile-rec-team                    to
           required-rec-team.
           move profile-rec-dow                     to
           required-rec-dow.
           move profile-rec-slot                    to
           required-rec-slot.
           move ws-slot-calls                       to
           required-rec-calls.
           move ws-aht-secs                         to
           required-rec-aht-secs.
           move ws-erlangs                          to
           required-rec-erlangs.
           move ws-req-heads                        to
           required-rec-heads.
           move ws-erl-sl-pct                       to
           required-rec-sl-pct.
           move ws-erl-occ-pct                      to
           required-rec-occ-pct.
           write required-rec.

       320-erlang-c-search.
      *erlang c - for a traffic of a erlangs offered to n operators
      *the erlang b blocking figure is built up from b(0) = 1 by
      *b(n) = a.b(n-1) / (n + a.b(n-1)), the chance a call has to
      *wait is c = n.b / (n - a.(1 - b)), and the share answered
      *within t seconds is 1 - c.e**(-(n - a).t / aht). The first n
      *(above a, or the queue never clears) meeting the service level
      *with occupancy a / n within the cap is the phone-ready
      *requirement, grossed up for shrinkage into heads to roster.
      *a slot with no talk time needs nobody
           move 0                                   to ws-erlangs.
           move 0                                   to ws-aht-secs.
           move 0                                   to ws-req-heads.
           move 0                                   to ws-erl-sl-pct.
           move 0                                   to ws-erl-occ-pct.
           move 'n'                                 to
           ws-erl-found-flag.

           if ws-slot-calls > 0
             and ws-slot-mins > 0
               compute ws-erlangs rounded = ws-slot-mins / 30
               compute ws-aht-secs rounded =
                 ws-slot-mins * 60 / ws-slot-calls
               move 1                               to ws-erl-b

               perform varying ws-agents from 1 by 1
                 until ws-erl-found
                   or ws-agents > 2000

                   compute ws-erl-b rounded =
                     ws-erlangs * ws-erl-b /
                     (ws-agents + ws-erlangs * ws-erl-b)

                   if ws-agents > ws-erlangs
                       perform 325-test-staffing-level
                   end-if

               end-perform
           end-if.

       325-test-staffing-level.
      *service level and occupancy with ws-agents operators on the
      *phones - the decay term is left out once it is too small to
      *matter, and the level is accepted when both targets are met
           compute ws-erl-c rounded =
             ws-agents * ws-erl-b /
             (ws-agents - ws-erlangs * (1 - ws-erl-b)).

           compute ws-erl-exponent rounded =
             (ws-agents - ws-erlangs) * ws-answer-secs / ws-aht-secs.

           if ws-erl-exponent > 20
               move 1                               to ws-erl-sl
           else
               compute ws-erl-decay rounded =
                 ws-euler ** ws-erl-exponent
               compute ws-erl-sl rounded =
                 1 - ws-erl-c / ws-erl-decay
           end-if.

           compute ws-erl-occ rounded = ws-erlangs / ws-agents.

           if ws-erl-sl * 100 >= ws-target-sl-pct
             and ws-erl-occ * 100 <= ws-occ-cap-pct
               move 'y'                             to
               ws-erl-found-flag
               compute ws-erl-sl-pct rounded = ws-erl-sl * 100
               compute ws-erl-occ-pct rounded = ws-erl-occ * 100

      *shrinkage grosses the phone-ready count up to the heads that
      *have to be rostered, any part of an operator rounding up
               compute ws-heads-work =
                 ws-agents * 100 / (100 - ws-shrink-pct)
               move ws-heads-work                   to ws-req-heads
               if ws-heads-work > ws-req-heads
                   add 1                            to ws-req-heads
               end-if
           end-if.

       330-find-team-entry.
      *points ws-team-idx at the entry for ws-team-wanted, creating
      *one (zeroed) the first time the team is seen - left at zero
      *(and the run flagged) when the table has no room
           perform varying ws-team-idx from 1 by 1
             until ws-team-idx > ws-team-count
               or ws-team-code(ws-team-idx) = ws-team-wanted
           end-perform.

           if ws-team-idx > ws-team-count
               if ws-team-count < 100
                   add 1                            to ws-team-count
                   move ws-team-wanted              to
                   ws-team-code(ws-team-count)

                   perform varying ws-sub from 1 by 1
                     until ws-sub > 7
                       perform varying ws-slot-sub from 1 by 1
                         until ws-slot-sub > 48
                           move 0           to
                           ws-team-heads(ws-team-count, ws-sub,
                           ws-slot-sub)
                       end-perform
                   end-perform

                   perform varying ws-col from 1 by 1
                     until ws-col > 12
                       move 0               to
                       ws-team-req-hours(ws-team-count, ws-col)
                       move 0               to
                       ws-team-sched-hours(ws-team-count, ws-col)
                   end-perform

                   move ws-team-count               to ws-team-idx
               else
                   move 0                           to ws-team-idx
                   move 'y'                         to
                   ws-capacity-fault-flag
               end-if
           end-if.

       340-month-calendar.
      *the calendar of period month ws-col - how many mondays,
      *tuesdays and so on it holds. Every month has four of each,
      *the days past the 28th add one more to the weekdays starting
      *from the weekday of the 1st
           compute ws-cal-mm = ws-report-start-month + ws-col - 1.
           move ws-period-start-year                to ws-cal-yyyy.
           if ws-cal-mm > 12
               subtract 12                          from ws-cal-mm
               add 1                                to ws-cal-yyyy
           end-if.
           compute ws-cal-ym = ws-cal-yyyy * 100 + ws-cal-mm.

           move ws-month-length(ws-cal-mm)          to ws-cal-days.

      *february has a 29th in years divisible by 4, except centuries
      *not divisible by 400
           if ws-cal-mm = 2
               divide ws-cal-yyyy by 4 giving ws-cal-quot
                 remainder ws-cal-rem
               if ws-cal-rem = 0
                   move 29                          to ws-cal-days
                   divide ws-cal-yyyy by 100 giving ws-cal-quot
                     remainder ws-cal-rem
                   if ws-cal-rem = 0
                       divide ws-cal-yyyy by 400 giving ws-cal-quot
                         remainder ws-cal-rem
                       if ws-cal-rem not = 0
                           move 28                  to ws-cal-days
                       end-if
                   end-if
               end-if
           end-if.

           move ws-cal-yyyy                         to ws-dow-y.
           move ws-cal-mm                           to ws-dow-m.
           move 1                                   to ws-dow-d.
           perform 345-day-of-week.
           move ws-dow                              to
           ws-cal-first-dow.

           perform varying ws-sub from 1 by 1
             until ws-sub > 7
               move 4                       to ws-cal-dow-count(ws-sub)
           end-perform.

           compute ws-cal-extra = ws-cal-days - 28.
           move ws-cal-first-dow                    to ws-sub.
           perform until ws-cal-extra = 0
               add 1                        to ws-cal-dow-count(ws-sub)
               add 1                                to ws-sub
               if ws-sub > 7
                   move 1                           to ws-sub
               end-if
               subtract 1                           from ws-cal-extra
           end-perform.

       345-day-of-week.
      *zeller's congruence on ws-dow-y/m/d, folded so 1 is monday
      *and 7 is sunday - january and february count as months 13 and
      *14 of the prior year
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

       400-compute-required-hours.
      *the hours each team needs rostered in each month of the
      *period - every slot's heads for half an hour, as many times
      *as that slot's weekday falls in the month
           perform varying ws-col from 1 by 1
             until ws-col > ws-number-of-months

               perform 340-month-calendar

               perform varying ws-team-idx from 1 by 1
                 until ws-team-idx > ws-team-count
                   perform varying ws-sub from 1 by 1
                     until ws-sub > 7
                       perform varying ws-slot-sub from 1 by 1
                         until ws-slot-sub > 48
                           compute ws-team-req-hours(ws-team-idx,
                             ws-col) =
                             ws-team-req-hours(ws-team-idx, ws-col)
                             + ws-team-heads(ws-team-idx, ws-sub,
                             ws-slot-sub) * 0.5
                             * ws-cal-dow-count(ws-sub)
                       end-perform
                   end-perform
               end-perform

           end-perform.

       410-print-hours-comparison.
      *per team, each month's required hours against the hours the
      *scheduling office rostered, and the period as a whole - a
      *month off by more than the tolerance is flagged over or under
      *staffed
           move "Rostered hours against required hours" to
           ws-section-caption.
           write staffing-line from ws-section-line
             after advancing 3 lines.

           perform varying ws-team-idx from 1 by 1
             until ws-team-idx > ws-team-count

               move ws-team-code(ws-team-idx)       to ws-banner-team
               write staffing-line from ws-team-banner-line
                 after advancing 2 lines
               write staffing-line from ws-hours-heading
                 after advancing 1 line

               move 0                               to
               ws-tot-req-hours
               move 0                               to
               ws-tot-sched-hours

               perform varying ws-col from 1 by 1
                 until ws-col > ws-number-of-months
                   perform 340-month-calendar
                   move ws-cal-ym                   to ws-hd-label
                   move ws-team-req-hours(ws-team-idx, ws-col) to
                   ws-row-required
                   move ws-team-sched-hours(ws-team-idx, ws-col) to
                   ws-row-rostered
                   add ws-row-required              to
                   ws-tot-req-hours
                   add ws-row-rostered              to
                   ws-tot-sched-hours
                   perform 420-flag-variance
                   if ws-hd-flag = "OVER STAFFED"
                       add 1                        to
                       ws-team-months-over
                   end-if
                   if ws-hd-flag = "UNDER STAFFED"
                       add 1                        to
                       ws-team-months-under
                   end-if
                   write staffing-line from ws-hours-detail-line
                     after advancing 1 line
               end-perform

               move "period"                        to ws-hd-label
               move ws-tot-req-hours                to ws-row-required
               move ws-tot-sched-hours              to ws-row-rostered
               perform 420-flag-variance
               write staffing-line from ws-hours-detail-line
                 after advancing 2 lines

           end-perform.

       420-flag-variance.
      *rostered less required hours, as hours and as a percentage of
      *the requirement, and the flag it earns - hours rostered where
      *nothing is required are over staffed outright, a month with
      *neither is left unflagged
           compute ws-variance = ws-row-rostered - ws-row-required.
           move 0                                   to
           ws-variance-pct.
           move spaces                              to ws-hd-flag.

           if ws-row-required > 0
               compute ws-variance-pct rounded =
                 ws-variance * 100 / ws-row-required
               move "ok"                            to ws-hd-flag
               if ws-variance-pct > ws-tolerance-pct
                   move "OVER STAFFED"              to ws-hd-flag
               end-if
               if ws-variance-pct < 0 - ws-tolerance-pct
                   move "UNDER STAFFED"             to ws-hd-flag
               end-if
           else
               if ws-row-rostered > 0
                   move "OVER STAFFED"              to ws-hd-flag
               end-if
           end-if.

           move ws-row-required                     to ws-hd-required.
           move ws-row-rostered                     to ws-hd-rostered.
           move ws-variance                         to ws-hd-variance.
           move ws-variance-pct                     to ws-hd-pct.

       450-write-staffing-counts.
      *what the run read and what it left out, for the scheduling
      *office's checklist
           move "profile rows read:"                to ws-count-caption.
           move ws-rows-read                        to ws-count-amount.
           write staffing-line from ws-count-line
             after advancing 3 lines.

           move "team slots staffed:"               to ws-count-caption.
           move ws-slots-staffed                    to ws-count-amount.
           write staffing-line from ws-count-line
             after advancing 1 line.

           move "site-wide rows passed over:"       to ws-count-caption.
           move ws-site-rows-skipped                to ws-count-amount.
           write staffing-line from ws-count-line
             after advancing 1 line.

           move "profile rows with unusable data:"  to ws-count-caption.
           move ws-rows-bad-data                    to ws-count-amount.
           write staffing-line from ws-count-line
             after advancing 1 line.

           move "slots the targets could not be met:" to
           ws-count-caption.
           move ws-slots-unreachable                to ws-count-amount.
           write staffing-line from ws-count-line
             after advancing 1 line.

           move "hours rows read:"                  to ws-count-caption.
           move ws-hours-rows-read                  to ws-count-amount.
           write staffing-line from ws-count-line
             after advancing 1 line.

           move "hours rows for unknown operators:" to ws-count-caption.
           move ws-hours-unknown-op                 to ws-count-amount.
           write staffing-line from ws-count-line
             after advancing 1 line.

           move "team-months over staffed:"         to ws-count-caption.
           move ws-team-months-over                 to ws-count-amount.
           write staffing-line from ws-count-line
             after advancing 1 line.

           move "team-months under staffed:"        to ws-count-caption.
           move ws-team-months-under                to ws-count-amount.
           write staffing-line from ws-count-line
             after advancing 1 line.
      *
       end program A7-StaffingRequirement.
