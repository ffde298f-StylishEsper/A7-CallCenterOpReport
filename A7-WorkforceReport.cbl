       identification division.
       program-id. A7-WorkforceReport.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Monthly workforce report for workforce
      *planning - headcount, hires, leavers and attrition per team,
      *tenure bands, and calls per operator by tenure band. Headcount
      *at any date is rebuilt from the employee master journal and
      *the master: an operator stands as the journal's latest entry
      *on or before the date left them, as its earliest entry found
      *them before it when every entry is later, and as the master
      *shows them (from their hire date) when the journal has never
      *seen them. Each month of the reporting period up to the
      *latest month with calls on A7.dat gets its opening and
      *closing headcount, hires, leavers and moves between teams,
      *which tie opening to closing; leavers over the average
      *headcount give the attrition rate. Tenure bands are counted
      *from the hire date at the last month's end, and every month
      *of calls on A7.dat is credited to the band the operator was
      *in at the time
      *
       environment division.
       input-output section.
       file-control.
      *
      *every change applied to the master, appended by the master
      *maintenance run
           select journal-file
               assign to '../../../A7-EmpMastJournal.dat'
               organization is line sequential
               file status is ws-journal-status.
      *
      *hr-maintained roster as it stands now
           select master-file
               assign to '../../../A7-EmpMaster.dat'
               organization is line sequential
               file status is ws-master-status.
      *
      *the monthly operator feed the report program reads
           select emp-file
               assign to '../../../A7.dat'
               organization is line sequential
               file status is ws-emp-status.
      *
      *reporting period and period start year, shared with the feed
      *build and the report program
           select param-file
               assign to '../../../A7-Params.dat'
               organization is line sequential
               file status is ws-param-status.
      *
      *the printed workforce report
           select workforce-file
               assign to '../../../A7-WorkforceReport.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
      *one row per change applied to the master - written by the
      *master maintenance run, laid out the same
       fd journal-file
           data record is journal-rec
           record contains 74 characters.
      *
       01 journal-rec.
         05 journal-rec-eff-date       pic 9(8).
         05 journal-rec-action         pic x.
         05 journal-rec-num            pic x(3).
         05 journal-rec-before.
           10 journal-rec-bef-name     pic x(12).
           10 journal-rec-bef-team     pic x(2).
           10 journal-rec-bef-hire     pic 9(8).
           10 journal-rec-bef-status   pic x.
         05 journal-rec-after.
           10 journal-rec-aft-name     pic x(12).
           10 journal-rec-aft-team     pic x(2).
           10 journal-rec-aft-hire     pic 9(8).
           10 journal-rec-aft-status   pic x.
         05 journal-rec-run-date       pic 9(8).
         05 journal-rec-run-time       pic 9(8).
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
       fd workforce-file
           data record is workforce-line
           record contains 80 characters.
      *
       01 workforce-line               pic x(80).
      *
       working-storage section.
      *
       01 ws-journal-status            pic xx value spaces.
         88 ws-journal-file-ok value "00".
      *
       01 ws-journal-eof-flag          pic x value 'n'.
         88 ws-journal-end-of-file value "y".
      *
       01 ws-master-status             pic xx value spaces.
         88 ws-master-file-ok value "00".
      *
       01 ws-master-eof-flag           pic x value 'n'.
         88 ws-master-end-of-file value "y".
      *
       01 ws-emp-status                pic xx value spaces.
         88 ws-emp-file-ok value "00".
      *
       01 ws-emp-eof-flag              pic x value 'n'.
         88 ws-emp-end-of-file value "y".
      *
       01 ws-param-status              pic xx value spaces.
         88 ws-param-file-ok value "00".
      *
       01 ws-param-eof-flag            pic x value 'n'.
         88 ws-param-end-of-file value "y".
      *
      *reporting period - same fields and same defaulting rule as
      *the feed build
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
       01 ws-run-ym                    pic 9(6) value 0.
      *
      *every operator the master or the journal knows - the
      *master's view of them, and the first and last of their
      *journal entries, chained in file order
       01 ws-operator-table.
         05 ws-oper-count              pic 9(4) value 0.
         05 ws-oper-idx                pic 9(4) value 0.
         05 ws-oper-entry occurs 2000 times.
           10 ws-oper-num              pic x(3).
           10 ws-oper-mstr-team        pic x(2).
           10 ws-oper-mstr-hire        pic 9(8).
           10 ws-oper-mstr-status      pic x.
           10 ws-oper-first-jrnl       pic 9(4).
           10 ws-oper-last-jrnl        pic 9(4).
      *
      *the journal as loaded - team, hire date and status either
      *side of each entry, and the next entry for the same operator
       01 ws-journal-table.
         05 ws-jrnl-count              pic 9(4) value 0.
         05 ws-jrnl-idx                pic 9(4) value 0.
         05 ws-jrnl-entry occurs 5000 times.
           10 ws-jrnl-eff-date         pic 9(8).
           10 ws-jrnl-action           pic x.
           10 ws-jrnl-bef-team         pic x(2).
           10 ws-jrnl-bef-hire         pic 9(8).
           10 ws-jrnl-bef-status       pic x.
           10 ws-jrnl-aft-team         pic x(2).
           10 ws-jrnl-aft-hire         pic 9(8).
           10 ws-jrnl-aft-status       pic x.
           10 ws-jrnl-next             pic 9(4).
      *
      *per team, month by month, the headcount movement - opening,
      *hires, leavers, moves in and out, closing - and the tenure
      *band counts at the last month's end
       01 ws-team-table.
         05 ws-team-count              pic 9(3) value 0.
         05 ws-team-idx                pic 9(3) value 0.
         05 ws-team-entry occurs 100 times.
           10 ws-team-code             pic x(2).
           10 ws-team-printed-flag     pic x.
             88 ws-team-printed value 'y'.
           10 ws-team-month occurs 12 times.
             15 ws-team-open           pic 9(5).
             15 ws-team-hires          pic 9(5).
             15 ws-team-leavers        pic 9(5).
             15 ws-team-moved-in       pic 9(5).
             15 ws-team-moved-out      pic 9(5).
             15 ws-team-close          pic 9(5).
           10 ws-team-band             pic 9(5) occurs 5 times.
      *
      *the whole company, month by month, for the total block
       01 ws-company-table.
         05 ws-comp-month occurs 12 times.
           10 ws-comp-open             pic 9(6).
           10 ws-comp-hires            pic 9(6).
           10 ws-comp-leavers          pic 9(6).
           10 ws-comp-moved-in         pic 9(6).
           10 ws-comp-moved-out        pic 9(6).
           10 ws-comp-close            pic 9(6).
         05 ws-comp-band               pic 9(6) occurs 5 times.
      *
      *calls by tenure band - operator-months with calls and the
      *calls they took
       01 ws-band-calls-table.
         05 ws-bcal-entry occurs 5 times.
           10 ws-bcal-op-months        pic 9(6).
           10 ws-bcal-calls            pic 9(8).
      *
       01 ws-band-name-values.
         05 filler                     pic x(15) value
         "under 6 months ".
         05 filler                     pic x(15) value
         "6 to 12 months ".
         05 filler                     pic x(15) value
         "1 to 2 years   ".
         05 filler                     pic x(15) value
         "2 to 5 years   ".
         05 filler                     pic x(15) value
         "5 years or more".
       01 ws-band-names redefines ws-band-name-values.
         05 ws-band-name               pic x(15) occurs 5 times.
      *
      *an operator's standing on ws-state-date, as rebuilt from the
      *journal and the master
       01 ws-state-work.
         05 ws-state-date              pic 9(8) value 0.
         05 ws-state-team              pic x(2) value spaces.
         05 ws-state-hire              pic 9(8) value 0.
         05 ws-state-status            pic x value spaces.
           88 ws-state-active value 'A'.
         05 ws-state-best-date         pic 9(8) value 0.
         05 ws-state-found-flag        pic x value 'n'.
           88 ws-state-found value 'y'.
         05 ws-state-early-date        pic 9(8) value 0.
         05 ws-state-early-idx         pic 9(4) value 0.
      *
      *scratch fields for a month of the period
       01 ws-month-work.
         05 ws-col                     pic 99 value 0.
         05 ws-last-col                pic 99 value 0.
         05 ws-col-yyyy                pic 9(4) value 0.
         05 ws-col-mm                  pic 99 value 0.
         05 ws-col-ym                  pic 9(6) value 0.
         05 ws-month-first-day         pic 9(8) value 0.
         05 ws-month-last-day          pic 9(8) value 0.
         05 ws-tenure-months           pic s9(5) value 0.
         05 ws-band                    pic 9 value 0.
         05 ws-hire-work               pic 9(8) value 0.
         05 ws-hire-work-r redefines ws-hire-work.
           10 ws-hire-yyyy             pic 9(4).
           10 ws-hire-mm               pic 99.
           10 ws-hire-dd               pic 99.
         05 ws-lookup-team             pic x(2) value spaces.
         05 ws-best-team               pic x(2) value spaces.
         05 ws-printed-done-flag       pic x value 'n'.
           88 ws-printed-done value 'y'.
         05 ws-hired-by-journal-flag   pic x value 'n'.
           88 ws-hired-by-journal value 'y'.
      *
      *figures for one line of the headcount block
       01 ws-movement-work.
         05 ws-mv-open                 pic 9(6) value 0.
         05 ws-mv-hires                pic 9(6) value 0.
         05 ws-mv-leavers              pic 9(6) value 0.
         05 ws-mv-moved-in             pic 9(6) value 0.
         05 ws-mv-moved-out            pic 9(6) value 0.
         05 ws-mv-close                pic 9(6) value 0.
         05 ws-mv-average              pic 9(6)v99 value 0.
         05 ws-mv-attrition            pic 9(4)v9 value 0.
         05 ws-mv-head-sum             pic 9(8) value 0.
         05 ws-mv-annualised           pic 9(4)v9 value 0.
      *
      *set the moment a table is asked to hold more than it can -
      *the run fails loudly instead of quietly dropping operators
       01 ws-capacity-fault-flag       pic x value 'n'.
         88 ws-capacity-fault value 'y'.
      *
       01 ws-workforce-counts.
         05 ws-journal-read            pic 9(5) value 0.
         05 ws-journal-bad             pic 9(5) value 0.
         05 ws-feed-records-read       pic 9(5) value 0.
         05 ws-feed-unknown-op         pic 9(5) value 0.
      *
       01 ws-workforce-heading.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(33) value
         "Workforce - headcount, attrition ".
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
         05 filler                     pic x(17) value
         "    reported to: ".
         05 ws-period-line-asof        pic 9(6).
      *
       01 ws-section-line.
         05 filler                     pic x(4) value spaces.
         05 ws-section-caption         pic x(60).
      *
       01 ws-team-banner-line.
         05 filler                     pic x(4) value spaces.
         05 ws-banner-text             pic x(12).
      *
       01 ws-movement-heading.
         05 filler                     pic x(6) value spaces.
         05 filler                     pic x(40) value
         "month     open  hires leavers   in  out ".
         05 filler                     pic x(20) value
         " close  attrition % ".
      *
       01 ws-movement-line.
         05 filler                     pic x(6) value spaces.
         05 ws-mvl-label               pic x(6).
         05 filler                     pic x(1) value spaces.
         05 ws-mvl-open                pic zzzzz9.
         05 filler                     pic x(1) value spaces.
         05 ws-mvl-hires               pic zzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-mvl-leavers             pic zzzzz9.
         05 filler                     pic x(1) value spaces.
         05 ws-mvl-moved-in            pic zzzz9.
         05 filler                     pic x(1) value spaces.
         05 ws-mvl-moved-out           pic zzzz9.
         05 filler                     pic x(1) value spaces.
         05 ws-mvl-close               pic zzzzz9.
         05 filler                     pic x(4) value spaces.
         05 ws-mvl-attrition           pic zzz9.9.
      *
       01 ws-period-attrition-line.
         05 filler                     pic x(6) value spaces.
         05 filler                     pic x(20) value
         "average headcount:  ".
         05 ws-pal-average             pic zzzzz9.99.
         05 filler                     pic x(16) value
         "   annualised % ".
         05 ws-pal-annualised          pic zzz9.9.
      *
       01 ws-band-heading.
         05 filler                     pic x(6) value spaces.
         05 filler                     pic x(40) value
         "team   under 6m  6-12m  1-2 yr  2-5 yr  ".
         05 filler                     pic x(14) value
         "5 yr +   total".
      *
       01 ws-band-line.
         05 filler                     pic x(6) value spaces.
         05 ws-bl-team                 pic x(5).
         05 ws-bl-band-group occurs 5 times.
           10 filler                   pic x(2).
           10 ws-bl-band               pic zzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-bl-total                pic zzzzz9.
      *
       01 ws-band-calls-heading.
         05 filler                     pic x(6) value spaces.
         05 filler                     pic x(40) value
         "tenure band      operator-months     cal".
         05 filler                     pic x(24) value
         "ls   calls per op-month".
      *
       01 ws-band-calls-line.
         05 filler                     pic x(6) value spaces.
         05 ws-bcl-band                pic x(15).
         05 filler                     pic x(2) value spaces.
         05 ws-bcl-op-months           pic zzzzzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-bcl-calls               pic zzzzzzzz9.
         05 filler                     pic x(6) value spaces.
         05 ws-bcl-average             pic zzzzz9.99.
      *
       01 ws-count-line.
         05 filler                     pic x(4) value spaces.
         05 ws-count-caption           pic x(40).
         05 ws-count-amount            pic zzzzzz9.
      *
       01 ws-message-line.
         05 filler                     pic x(4) value spaces.
         05 ws-message-text            pic x(76).
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
           perform 150-load-master.
           perform 160-load-journal.
           perform 200-determine-last-month.
      *
           open output workforce-file.
      *
           write workforce-line from ws-workforce-heading
             after advancing 1 line.
           move ws-period-start-ym                  to
           ws-period-line-start.
           move ws-period-end-ym                    to
           ws-period-line-end.
           move ws-col-ym                           to
           ws-period-line-asof.
           write workforce-line from ws-period-line
             after advancing 1 line.
      *
           if ws-oper-count = 0
               move "*** no employee master or journal to report ***"
                                                    to ws-message-text
               write workforce-line from ws-message-line
                 after advancing 2 lines
           else
               perform 300-compute-movements
               perform 340-count-tenure-bands
               perform 360-credit-calls-to-bands
               perform 400-print-headcount
               perform 430-print-tenure-bands
               perform 440-print-calls-by-band
           end-if.
      *
           if ws-capacity-fault
               write workforce-line from ws-capacity-line
                 after advancing 2 lines
           end-if.
      *
           perform 450-write-workforce-counts.
      *
           close workforce-file.
      *
      *no master and no journal, or a table outgrown, has produced
      *nothing to rely on - surface it. Journal rows that could not
      *be read leave the history they carried out of the figures
           if ws-oper-count = 0
             or ws-capacity-fault
               move 16                              to return-code
           else
               if ws-journal-bad > 0
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
           compute ws-run-ym = ws-run-year * 100 + ws-run-mm.

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

       120-month-dates.
      *year, month and first and last days of period month ws-col -
      *the last day is taken as the 31st, which sorts after every
      *real day of any month
           compute ws-col-mm = ws-report-start-month + ws-col - 1.
           move ws-period-start-year                to ws-col-yyyy.
           if ws-col-mm > 12
               subtract 12                          from ws-col-mm
               add 1                                to ws-col-yyyy
           end-if.
           compute ws-col-ym = ws-col-yyyy * 100 + ws-col-mm.
           compute ws-month-first-day = ws-col-ym * 100 + 1.
           compute ws-month-last-day = ws-col-ym * 100 + 31.

       150-load-master.
      *loads the hr employee master - the standing of every operator
      *the journal has never seen
           open input master-file.

           if ws-master-file-ok
               read master-file
                   at end move 'y'               to ws-master-eof-flag
               end-read

               perform until ws-master-end-of-file

                   if ws-oper-count >= 2000
                       move 'y'                     to
                       ws-capacity-fault-flag
                   end-if
                   if ws-oper-count < 2000
                       add 1                        to ws-oper-count
                       move master-rec-num          to
                       ws-oper-num(ws-oper-count)
                       move master-rec-team         to
                       ws-oper-mstr-team(ws-oper-count)
                       move 0                       to
                       ws-oper-mstr-hire(ws-oper-count)
                       if master-rec-hire-date is numeric
                           move master-rec-hire-date to
                           ws-oper-mstr-hire(ws-oper-count)
                       end-if
                       move master-rec-status       to
                       ws-oper-mstr-status(ws-oper-count)
                       move 0                       to
                       ws-oper-first-jrnl(ws-oper-count)
                       move 0                       to
                       ws-oper-last-jrnl(ws-oper-count)
                       move master-rec-team         to
                       ws-lookup-team
                       perform 170-find-team-entry
                   end-if

                   read master-file
                       at end move 'y'           to ws-master-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-master-eof-flag
               close master-file
           end-if.

       160-load-journal.
      *loads the journal, chaining each operator's entries in file
      *order - an operator the master no longer carries is added
      *with no standing of their own, the journal alone says where
      *they were. Rows with an unusable effective date can't be
      *placed in time and are counted and passed over
           open input journal-file.

           if ws-journal-file-ok
               read journal-file
                   at end move 'y'               to ws-journal-eof-flag
               end-read

               perform until ws-journal-end-of-file

                   add 1                            to ws-journal-read
                   if journal-rec-eff-date is not numeric
                     or journal-rec-bef-hire is not numeric
                     or journal-rec-aft-hire is not numeric
                       add 1                        to ws-journal-bad
                   else
                       perform 165-load-one-journal-entry
                   end-if

                   read journal-file
                       at end move 'y'           to ws-journal-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-journal-eof-flag
               close journal-file
           end-if.

       165-load-one-journal-entry.
           perform varying ws-oper-idx from 1 by 1
             until ws-oper-idx > ws-oper-count
               or ws-oper-num(ws-oper-idx) = journal-rec-num
           end-perform.

           if ws-oper-idx > ws-oper-count
               if ws-oper-count < 2000
                   add 1                            to ws-oper-count
                   move journal-rec-num             to
                   ws-oper-num(ws-oper-count)
                   move spaces                      to
                   ws-oper-mstr-team(ws-oper-count)
                   move 0                           to
                   ws-oper-mstr-hire(ws-oper-count)
                   move spaces                      to
                   ws-oper-mstr-status(ws-oper-count)
                   move 0                           to
                   ws-oper-first-jrnl(ws-oper-count)
                   move 0                           to
                   ws-oper-last-jrnl(ws-oper-count)
               else
                   move 0                           to ws-oper-idx
                   move 'y'                         to
                   ws-capacity-fault-flag
               end-if
           end-if.

           if ws-oper-idx > 0
             and ws-jrnl-count >= 5000
               move 0                               to ws-oper-idx
               move 'y'                             to
               ws-capacity-fault-flag
           end-if.

           if ws-oper-idx > 0
               add 1                                to ws-jrnl-count
               move journal-rec-eff-date            to
               ws-jrnl-eff-date(ws-jrnl-count)
               move journal-rec-action              to
               ws-jrnl-action(ws-jrnl-count)
               move journal-rec-bef-team            to
               ws-jrnl-bef-team(ws-jrnl-count)
               move journal-rec-bef-hire            to
               ws-jrnl-bef-hire(ws-jrnl-count)
               move journal-rec-bef-status          to
               ws-jrnl-bef-status(ws-jrnl-count)
               move journal-rec-aft-team            to
               ws-jrnl-aft-team(ws-jrnl-count)
               move journal-rec-aft-hire            to
               ws-jrnl-aft-hire(ws-jrnl-count)
               move journal-rec-aft-status          to
               ws-jrnl-aft-status(ws-jrnl-count)
               move 0                               to
               ws-jrnl-next(ws-jrnl-count)

               if ws-oper-first-jrnl(ws-oper-idx) = 0
                   move ws-jrnl-count               to
                   ws-oper-first-jrnl(ws-oper-idx)
               else
                   move ws-oper-last-jrnl(ws-oper-idx) to ws-sub2
                   move ws-jrnl-count               to
                   ws-jrnl-next(ws-sub2)
               end-if
               move ws-jrnl-count                   to
               ws-oper-last-jrnl(ws-oper-idx)

               move journal-rec-bef-team            to
               ws-lookup-team
               perform 170-find-team-entry
               move journal-rec-aft-team            to
               ws-lookup-team
               perform 170-find-team-entry
           end-if.

       170-find-team-entry.
      *points ws-team-idx at ws-lookup-team's entry, creating it
      *zeroed the first time the team is seen - a blank team (the
      *before side of an add) has no entry
           move 0                                   to ws-team-idx.

           if ws-lookup-team not = spaces
               perform varying ws-team-idx from 1 by 1
                 until ws-team-idx > ws-team-count
                   or ws-team-code(ws-team-idx) = ws-lookup-team
               end-perform

               if ws-team-idx > ws-team-count
                   if ws-team-count < 100
                       add 1                        to ws-team-count
                       move ws-lookup-team          to
                       ws-team-code(ws-team-count)
                       move 'n'                     to
                       ws-team-printed-flag(ws-team-count)
                       perform varying ws-sub from 1 by 1
                         until ws-sub > 12
                           move 0                   to
                           ws-team-open(ws-team-count, ws-sub)
                           move 0                   to
                           ws-team-hires(ws-team-count, ws-sub)
                           move 0                   to
                           ws-team-leavers(ws-team-count, ws-sub)
                           move 0                   to
                           ws-team-moved-in(ws-team-count, ws-sub)
                           move 0                   to
                           ws-team-moved-out(ws-team-count, ws-sub)
                           move 0                   to
                           ws-team-close(ws-team-count, ws-sub)
                       end-perform
                       perform varying ws-sub from 1 by 1
                         until ws-sub > 5
                           move 0                   to
                           ws-team-band(ws-team-count, ws-sub)
                       end-perform
                   else
                       move 0                       to ws-team-idx
                       move 'y'                     to
                       ws-capacity-fault-flag
                   end-if
               end-if
           end-if.

       200-determine-last-month.
      *the last month reported - the latest month of the period with
      *calls on A7.dat, else the run month when it falls in the
      *period, else the period's last month once it is over. The
      *feed is read again later to credit its calls to the bands
           move 0                                   to ws-last-col.

           open input emp-file.

           if ws-emp-file-ok
               read emp-file
                   at end move 'y'               to ws-emp-eof-flag
               end-read

               perform until ws-emp-end-of-file

                   if emp-rec-num not = 'TRL'
                       perform varying ws-sub from 1 by 1
                         until ws-sub > ws-number-of-months
                           if emp-rec-calls(ws-sub) is numeric
                             and emp-rec-calls(ws-sub) > 0
                             and ws-sub > ws-last-col
                               move ws-sub          to ws-last-col
                           end-if
                       end-perform
                   end-if

                   read emp-file
                       at end move 'y'           to ws-emp-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-emp-eof-flag
               close emp-file
           end-if.

           if ws-last-col = 0
               if ws-run-ym > ws-period-end-ym
                   move ws-number-of-months         to ws-last-col
               else
                   move 1                           to ws-last-col
                   perform varying ws-col from 1 by 1
                     until ws-col > ws-number-of-months
                       perform 120-month-dates
                       if ws-col-ym <= ws-run-ym
                           move ws-col              to ws-last-col
                       end-if
                   end-perform
               end-if
           end-if.

           move ws-last-col                         to ws-col.
           perform 120-month-dates.

       300-compute-movements.
      *month by month - every operator's standing at the month's
      *opening and close counts them into a team's headcount, and
      *every journal entry dated in the month is a hire, a leaver or
      *a move. Operators the journal has never seen are hired on
      *their master hire date
           perform varying ws-col from 1 by 1
             until ws-col > ws-last-col

               perform 120-month-dates

               perform varying ws-oper-idx from 1 by 1
                 until ws-oper-idx > ws-oper-count
                   perform 310-count-operator-month
               end-perform

               perform varying ws-jrnl-idx from 1 by 1
                 until ws-jrnl-idx > ws-jrnl-count
                   if ws-jrnl-eff-date(ws-jrnl-idx) >=
                     ws-month-first-day
                     and ws-jrnl-eff-date(ws-jrnl-idx) <=
                     ws-month-last-day
                       perform 320-classify-journal-entry
                   end-if
               end-perform

           end-perform.

       310-count-operator-month.
      *opening is the standing before the 1st - the month's day
      *zero - and closing the standing after its last day
           compute ws-state-date = ws-col-ym * 100.
           perform 330-standing-on-date.
           if ws-state-active
               move ws-state-team                   to ws-lookup-team
               perform 170-find-team-entry
               if ws-team-idx > 0
                   add 1                to ws-team-open(ws-team-idx,
                   ws-col)
               end-if
           end-if.

           move ws-month-last-day                   to ws-state-date.
           perform 330-standing-on-date.
           if ws-state-active
               move ws-state-team                   to ws-lookup-team
               perform 170-find-team-entry
               if ws-team-idx > 0
                   add 1               to ws-team-close(ws-team-idx,
                   ws-col)
               end-if
           end-if.

           if ws-oper-first-jrnl(ws-oper-idx) = 0
             and ws-oper-mstr-hire(ws-oper-idx) >= ws-month-first-day
             and ws-oper-mstr-hire(ws-oper-idx) <= ws-month-last-day
             and ws-oper-mstr-status(ws-oper-idx) = 'A'
               move ws-oper-mstr-team(ws-oper-idx) to ws-lookup-team
               perform 170-find-team-entry
               if ws-team-idx > 0
                   add 1               to ws-team-hires(ws-team-idx,
                   ws-col)
               end-if
           end-if.

       320-classify-journal-entry.
      *an add or a rehire that leaves the operator active is a hire
      *to the team after it, a termination of an active operator a
      *leaver from the team before it, and a change that moves an
      *active operator between teams a move out of one and into the
      *other
           if (ws-jrnl-action(ws-jrnl-idx) = 'A'
             or ws-jrnl-action(ws-jrnl-idx) = 'R')
             and ws-jrnl-aft-status(ws-jrnl-idx) = 'A'
             and ws-jrnl-bef-status(ws-jrnl-idx) not = 'A'
               move ws-jrnl-aft-team(ws-jrnl-idx)   to ws-lookup-team
               perform 170-find-team-entry
               if ws-team-idx > 0
                   add 1               to ws-team-hires(ws-team-idx,
                   ws-col)
               end-if
           end-if.

           if ws-jrnl-action(ws-jrnl-idx) = 'T'
             and ws-jrnl-bef-status(ws-jrnl-idx) = 'A'
               move ws-jrnl-bef-team(ws-jrnl-idx)   to ws-lookup-team
               perform 170-find-team-entry
               if ws-team-idx > 0
                   add 1             to ws-team-leavers(ws-team-idx,
                   ws-col)
               end-if
           end-if.

           if (ws-jrnl-action(ws-jrnl-idx) = 'C'
             or ws-jrnl-action(ws-jrnl-idx) = 'R')
             and ws-jrnl-bef-status(ws-jrnl-idx) = 'A'
             and ws-jrnl-aft-status(ws-jrnl-idx) = 'A'
             and ws-jrnl-bef-team(ws-jrnl-idx) not =
             ws-jrnl-aft-team(ws-jrnl-idx)
               move ws-jrnl-bef-team(ws-jrnl-idx)   to ws-lookup-team
               perform 170-find-team-entry
               if ws-team-idx > 0
                   add 1           to ws-team-moved-out(ws-team-idx,
                   ws-col)
               end-if
               move ws-jrnl-aft-team(ws-jrnl-idx)   to ws-lookup-team
               perform 170-find-team-entry
               if ws-team-idx > 0
                   add 1            to ws-team-moved-in(ws-team-idx,
                   ws-col)
               end-if
           end-if.

       330-standing-on-date.
      *operator ws-oper-idx's team, hire date and status on
      *ws-state-date - the after side of their latest journal entry
      *on or before it (a later row wins a tie, the journal is in
      *the order things were applied), else the before side of
      *their earliest entry, else the master's record once their
      *hire date has come
           move spaces                              to ws-state-team.
           move 0                                   to ws-state-hire.
           move spaces                              to ws-state-status.
           move 'n'                                 to
           ws-state-found-flag.
           move 0                                   to
           ws-state-best-date.
           move 0                                   to
           ws-state-early-idx.
           move 99999999                            to
           ws-state-early-date.

           move ws-oper-first-jrnl(ws-oper-idx)     to ws-sub2.

           perform until ws-sub2 = 0

               if ws-jrnl-eff-date(ws-sub2) <= ws-state-date
                 and ws-jrnl-eff-date(ws-sub2) >= ws-state-best-date
                   move 'y'                         to
                   ws-state-found-flag
                   move ws-jrnl-eff-date(ws-sub2)   to
                   ws-state-best-date
                   move ws-jrnl-aft-team(ws-sub2)   to ws-state-team
                   move ws-jrnl-aft-hire(ws-sub2)   to ws-state-hire
                   move ws-jrnl-aft-status(ws-sub2) to
                   ws-state-status
               end-if

               if ws-jrnl-eff-date(ws-sub2) < ws-state-early-date
                   move ws-jrnl-eff-date(ws-sub2)   to
                   ws-state-early-date
                   move ws-sub2                     to
                   ws-state-early-idx
               end-if

               move ws-jrnl-next(ws-sub2)           to ws-sub2

           end-perform.

           if not ws-state-found
               if ws-state-early-idx > 0
                   move ws-jrnl-bef-team(ws-state-early-idx) to
                   ws-state-team
                   move ws-jrnl-bef-hire(ws-state-early-idx) to
                   ws-state-hire
                   move ws-jrnl-bef-status(ws-state-early-idx) to
                   ws-state-status
               else
                   move ws-oper-mstr-team(ws-oper-idx) to
                   ws-state-team
                   move ws-oper-mstr-hire(ws-oper-idx) to
                   ws-state-hire
                   if ws-oper-mstr-hire(ws-oper-idx) <= ws-state-date
                       move ws-oper-mstr-status(ws-oper-idx) to
                       ws-state-status
                   end-if
               end-if
           end-if.

       335-tenure-band.
      *which band ws-state-hire puts the operator in at the end of
      *period month ws-col - whole months served, the months of a
      *month-end hire are not rounded up
           move ws-state-hire                       to ws-hire-work.
           compute ws-tenure-months =
             (ws-col-yyyy - ws-hire-yyyy) * 12
             + ws-col-mm - ws-hire-mm.

           move 1                                   to ws-band.
           if ws-tenure-months >= 6
               move 2                               to ws-band
           end-if.
           if ws-tenure-months >= 12
               move 3                               to ws-band
           end-if.
           if ws-tenure-months >= 24
               move 4                               to ws-band
           end-if.
           if ws-tenure-months >= 60
               move 5                               to ws-band
           end-if.

       340-count-tenure-bands.
      *every operator active at the last month's end, in the band
      *their hire date puts them, under the team they sat on
           move ws-last-col                         to ws-col.
           perform 120-month-dates.

           perform varying ws-oper-idx from 1 by 1
             until ws-oper-idx > ws-oper-count

               move ws-month-last-day               to ws-state-date
               perform 330-standing-on-date

               if ws-state-active
                   perform 335-tenure-band
                   move ws-state-team               to ws-lookup-team
                   perform 170-find-team-entry
                   if ws-team-idx > 0
                       add 1                        to
                       ws-team-band(ws-team-idx, ws-band)
                   end-if
               end-if

           end-perform.

       360-credit-calls-to-bands.
      *every month of calls on A7.dat up to the last month reported,
      *credited to the band the operator was in at that month's end
      *- a transfer's split records each credit their own months
           perform varying ws-sub from 1 by 1
             until ws-sub > 5
               move 0                       to ws-bcal-op-months(ws-sub)
               move 0                       to ws-bcal-calls(ws-sub)
           end-perform.

           open input emp-file.

           if ws-emp-file-ok
               read emp-file
                   at end move 'y'               to ws-emp-eof-flag
               end-read

               perform until ws-emp-end-of-file

                   if emp-rec-num not = 'TRL'
                       add 1                    to ws-feed-records-read
                       perform 365-credit-one-feed-record
                   end-if

                   read emp-file
                       at end move 'y'           to ws-emp-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-emp-eof-flag
               close emp-file
           end-if.

       365-credit-one-feed-record.
           perform varying ws-oper-idx from 1 by 1
             until ws-oper-idx > ws-oper-count
               or ws-oper-num(ws-oper-idx) = emp-rec-num
           end-perform.

           if ws-oper-idx > ws-oper-count
               add 1                                to
               ws-feed-unknown-op
           else
               perform varying ws-col from 1 by 1
                 until ws-col > ws-last-col
                   if emp-rec-calls(ws-col) is numeric
                     and emp-rec-calls(ws-col) > 0
                       perform 120-month-dates
                       move ws-month-last-day       to ws-state-date
                       perform 330-standing-on-date
                       perform 335-tenure-band
                       add 1                        to
                       ws-bcal-op-months(ws-band)
                       add emp-rec-calls(ws-col)    to
                       ws-bcal-calls(ws-band)
                   end-if
               end-perform
           end-if.

       400-print-headcount.
      *one block per team, lowest team code first, and a company
      *block - each month's movement and attrition, and the period's
           move "Headcount and attrition by team"   to
           ws-section-caption.
           write workforce-line from ws-section-line
             after advancing 2 lines.

           perform varying ws-col from 1 by 1
             until ws-col > 12
               move 0                     to ws-comp-open(ws-col)
               move 0                     to ws-comp-hires(ws-col)
               move 0                     to ws-comp-leavers(ws-col)
               move 0                     to ws-comp-moved-in(ws-col)
               move 0                     to ws-comp-moved-out(ws-col)
               move 0                     to ws-comp-close(ws-col)
           end-perform.

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
                   move spaces                      to
                   ws-banner-text
                   string "Team " delimited by size
                     ws-team-code(ws-team-idx) delimited by size
                     into ws-banner-text
                   end-string
                   write workforce-line from ws-team-banner-line
                     after advancing 2 lines
                   write workforce-line from ws-movement-heading
                     after advancing 1 line
                   perform 405-print-team-months
               end-if

           end-perform.

           move "Company"                           to ws-banner-text.
           write workforce-line from ws-team-banner-line
             after advancing 2 lines.
           write workforce-line from ws-movement-heading
             after advancing 1 line.
           perform 415-print-company-months.

       405-print-team-months.
      *the team's months, each added into the company's as it prints
           perform varying ws-col from 1 by 1
             until ws-col > ws-last-col

               perform 120-month-dates
               move ws-col-ym                       to ws-mvl-label
               move ws-team-open(ws-team-idx, ws-col) to ws-mv-open
               move ws-team-close(ws-team-idx, ws-col) to ws-mv-close
               move ws-team-hires(ws-team-idx, ws-col) to ws-mvl-hires
               move ws-team-leavers(ws-team-idx, ws-col) to
               ws-mvl-leavers
               move ws-team-moved-in(ws-team-idx, ws-col) to
               ws-mvl-moved-in
               move ws-team-moved-out(ws-team-idx, ws-col) to
               ws-mvl-moved-out
               move ws-team-leavers(ws-team-idx, ws-col) to
               ws-mv-leavers
               perform 425-monthly-attrition
               write workforce-line from ws-movement-line
                 after advancing 1 line

               add ws-team-open(ws-team-idx, ws-col) to
               ws-comp-open(ws-col)
               add ws-team-hires(ws-team-idx, ws-col) to
               ws-comp-hires(ws-col)
               add ws-team-leavers(ws-team-idx, ws-col) to
               ws-comp-leavers(ws-col)
               add ws-team-moved-in(ws-team-idx, ws-col) to
               ws-comp-moved-in(ws-col)
               add ws-team-moved-out(ws-team-idx, ws-col) to
               ws-comp-moved-out(ws-col)
               add ws-team-close(ws-team-idx, ws-col) to
               ws-comp-close(ws-col)

           end-perform.

           perform 428-print-team-period.

       415-print-company-months.
           perform varying ws-col from 1 by 1
             until ws-col > ws-last-col
               perform 120-month-dates
               move ws-col-ym                       to ws-mvl-label
               move ws-comp-open(ws-col)            to ws-mv-open
               move ws-comp-close(ws-col)           to ws-mv-close
               move ws-comp-hires(ws-col)           to ws-mvl-hires
               move ws-comp-leavers(ws-col)         to ws-mvl-leavers
               move ws-comp-moved-in(ws-col)        to ws-mvl-moved-in
               move ws-comp-moved-out(ws-col)       to
               ws-mvl-moved-out
               move ws-comp-leavers(ws-col)         to ws-mv-leavers
               perform 425-monthly-attrition
               write workforce-line from ws-movement-line
                 after advancing 1 line
           end-perform.

           perform 429-print-company-period.

       425-monthly-attrition.
      *leavers over the month's average headcount - the mean of its
      *opening and closing
           move ws-mv-open                          to ws-mvl-open.
           move ws-mv-close                         to ws-mvl-close.
           compute ws-mv-average = (ws-mv-open + ws-mv-close) / 2.
           move 0                                   to ws-mv-attrition.
           if ws-mv-average > 0
               compute ws-mv-attrition rounded =
                 ws-mv-leavers * 100 / ws-mv-average
           end-if.
           move ws-mv-attrition                     to ws-mvl-attrition.

       428-print-team-period.
      *the period so far - first opening to last closing, every
      *month's movement summed, and leavers over the average of the
      *first opening and every month's closing headcount
           move ws-team-open(ws-team-idx, 1)        to ws-mv-open.
           move ws-team-close(ws-team-idx, ws-last-col) to ws-mv-close.
           move ws-mv-open                          to ws-mv-head-sum.
           move 0                                   to ws-mv-hires.
           move 0                                   to ws-mv-leavers.
           move 0                                   to ws-mv-moved-in.
           move 0                                   to ws-mv-moved-out.

           perform varying ws-col from 1 by 1
             until ws-col > ws-last-col
               add ws-team-hires(ws-team-idx, ws-col) to ws-mv-hires
               add ws-team-leavers(ws-team-idx, ws-col) to
               ws-mv-leavers
               add ws-team-moved-in(ws-team-idx, ws-col) to
               ws-mv-moved-in
               add ws-team-moved-out(ws-team-idx, ws-col) to
               ws-mv-moved-out
               add ws-team-close(ws-team-idx, ws-col) to
               ws-mv-head-sum
           end-perform.

           perform 426-print-period-lines.

       429-print-company-period.
           move ws-comp-open(1)                     to ws-mv-open.
           move ws-comp-close(ws-last-col)          to ws-mv-close.
           move ws-mv-open                          to ws-mv-head-sum.
           move 0                                   to ws-mv-hires.
           move 0                                   to ws-mv-leavers.
           move 0                                   to ws-mv-moved-in.
           move 0                                   to ws-mv-moved-out.

           perform varying ws-col from 1 by 1
             until ws-col > ws-last-col
               add ws-comp-hires(ws-col)            to ws-mv-hires
               add ws-comp-leavers(ws-col)          to ws-mv-leavers
               add ws-comp-moved-in(ws-col)         to ws-mv-moved-in
               add ws-comp-moved-out(ws-col)        to
               ws-mv-moved-out
               add ws-comp-close(ws-col)            to ws-mv-head-sum
           end-perform.

           perform 426-print-period-lines.

       426-print-period-lines.
      *the period line and the average headcount and annualised
      *attrition beneath it - annualised is the period's rate scaled
      *to twelve months, the figure workforce planning compares
      *quarter to quarter
           move "period"                            to ws-mvl-label.
           move ws-mv-open                          to ws-mvl-open.
           move ws-mv-close                         to ws-mvl-close.
           move ws-mv-hires                         to ws-mvl-hires.
           move ws-mv-leavers                       to ws-mvl-leavers.
           move ws-mv-moved-in                      to ws-mvl-moved-in.
           move ws-mv-moved-out                     to
           ws-mvl-moved-out.

           compute ws-mv-average rounded =
             ws-mv-head-sum / (ws-last-col + 1).
           move 0                                   to ws-mv-attrition.
           move 0                                   to
           ws-mv-annualised.
           if ws-mv-average > 0
               compute ws-mv-attrition rounded =
                 ws-mv-leavers * 100 / ws-mv-average
               compute ws-mv-annualised rounded =
                 ws-mv-leavers * 100 * 12 /
                 (ws-mv-average * ws-last-col)
           end-if.
           move ws-mv-attrition                     to ws-mvl-attrition.

           write workforce-line from ws-movement-line
             after advancing 2 lines.

           move ws-mv-average                       to ws-pal-average.
           move ws-mv-annualised                    to
           ws-pal-annualised.
           write workforce-line from ws-period-attrition-line
             after advancing 1 line.

       430-print-tenure-bands.
      *active operators per team by length of service at the last
      *month's end, and the company line
           move "Tenure bands at the end of the last month reported"
                                                    to
           ws-section-caption.
           write workforce-line from ws-section-line
             after advancing 3 lines.
           write workforce-line from ws-band-heading
             after advancing 2 lines.
           move spaces                              to ws-band-line.

           perform varying ws-sub from 1 by 1
             until ws-sub > 5
               move 0                               to
               ws-comp-band(ws-sub)
           end-perform.

           perform varying ws-team-idx from 1 by 1
             until ws-team-idx > ws-team-count
               move 'n'                             to
               ws-team-printed-flag(ws-team-idx)
           end-perform.

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
                   move ws-team-code(ws-team-idx)   to ws-bl-team
                   move 0                           to ws-mv-head-sum
                   perform varying ws-sub from 1 by 1
                     until ws-sub > 5
                       move ws-team-band(ws-team-idx, ws-sub) to
                       ws-bl-band(ws-sub)
                       add ws-team-band(ws-team-idx, ws-sub) to
                       ws-mv-head-sum
                       add ws-team-band(ws-team-idx, ws-sub) to
                       ws-comp-band(ws-sub)
                   end-perform
                   move ws-mv-head-sum              to ws-bl-total
                   write workforce-line from ws-band-line
                     after advancing 1 line
               end-if

           end-perform.

           move "all"                               to ws-bl-team.
           move 0                                   to ws-mv-head-sum.
           perform varying ws-sub from 1 by 1
             until ws-sub > 5
               move ws-comp-band(ws-sub)            to
               ws-bl-band(ws-sub)
               add ws-comp-band(ws-sub)             to ws-mv-head-sum
           end-perform.
           move ws-mv-head-sum                      to ws-bl-total.
           write workforce-line from ws-band-line
             after advancing 2 lines.

       440-print-calls-by-band.
      *calls per operator-month by the band the operator was in that
      *month - how long it takes a new starter to reach the volume
      *of the established operators
           move "Calls per operator by tenure band" to
           ws-section-caption.
           write workforce-line from ws-section-line
             after advancing 3 lines.
           write workforce-line from ws-band-calls-heading
             after advancing 2 lines.

           perform varying ws-sub from 1 by 1
             until ws-sub > 5
               move ws-band-name(ws-sub)            to ws-bcl-band
               move ws-bcal-op-months(ws-sub)       to
               ws-bcl-op-months
               move ws-bcal-calls(ws-sub)           to ws-bcl-calls
               move 0                               to ws-mv-average
               if ws-bcal-op-months(ws-sub) > 0
                   compute ws-mv-average rounded =
                     ws-bcal-calls(ws-sub) /
                     ws-bcal-op-months(ws-sub)
               end-if
               move ws-mv-average                   to ws-bcl-average
               write workforce-line from ws-band-calls-line
                 after advancing 1 line
           end-perform.

       450-write-workforce-counts.
      *what the run read, for the close checklist
           move "operators known to master or journal:" to
           ws-count-caption.
           move ws-oper-count                       to ws-count-amount.
           write workforce-line from ws-count-line
             after advancing 3 lines.

           move "journal entries read:"             to ws-count-caption.
           move ws-journal-read                     to ws-count-amount.
           write workforce-line from ws-count-line
             after advancing 1 line.

           move "journal entries unusable:"         to ws-count-caption.
           move ws-journal-bad                      to ws-count-amount.
           write workforce-line from ws-count-line
             after advancing 1 line.

           move "feed records read:"                to ws-count-caption.
           move ws-feed-records-read                to ws-count-amount.
           write workforce-line from ws-count-line
             after advancing 1 line.

           move "feed records for unknown operators:" to
           ws-count-caption.
           move ws-feed-unknown-op                  to ws-count-amount.
           write workforce-line from ws-count-line
             after advancing 1 line.
      *
       end program A7-WorkforceReport.
