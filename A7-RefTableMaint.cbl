       identification division.
       program-id. A7-RefTableMaint.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Transaction-driven maintenance for the
      *reference tables the month-end run reads - the per-call rate
      *table, the team target table, the business-day calendar and
      *the scheduled-hours file. Applies a file of adds, changes and
      *deletes against the four tables, validates every transaction
      *(duplicate key on an add, unknown key on a change or delete,
      *unusable figures, hours for an operator hr has never heard
      *of), writes each table whole to its .new file for the job
      *stream to swap in, prints a before/after change report, and
      *rejects bad transactions to their own file with a reason -
      *the same arrangement as the employee master maintenance. The
      *new tables are then cross-checked against the master and the
      *reporting period: every team on the master needs a rate row
      *and a target row, every month of the period a business-day
      *row for each site, and every hours row an operator on the
      *master - so a gap shows here and not as a gl warning or an
      *empty report section after month-end has run
      *
       environment division.
       input-output section.
       file-control.
      *
      *the four tables as they stand before this batch
           select rate-file
               assign to '../../../A7-RateTable.dat'
               organization is line sequential
               file status is ws-rate-status.
      *
           select target-file
               assign to '../../../A7-TargetTable.dat'
               organization is line sequential
               file status is ws-target-status.
      *
           select busday-file
               assign to '../../../A7-BusDays.dat'
               organization is line sequential
               file status is ws-busday-status.
      *
           select hours-file
               assign to '../../../A7-SchedHours.dat'
               organization is line sequential
               file status is ws-hours-status.
      *
      *the batch of maintenance transactions
           select trans-file
               assign to '../../../A7-RefTableTrans.dat'
               organization is line sequential
               file status is ws-trans-status.
      *
      *hr-maintained roster - the teams that need rates and targets
      *and the operators hours may be held for
           select master-file
               assign to '../../../A7-EmpMaster.dat'
               organization is line sequential
               file status is ws-master-status.
      *
      *reporting period and site, shared with the feed build and the
      *report program
           select param-file
               assign to '../../../A7-Params.dat'
               organization is line sequential
               file status is ws-param-status.
      *
      *the monthly operator feed - read only for the sites it
      *carries, which all need a business-day calendar
           select emp-file
               assign to '../../../A7.dat'
               organization is line sequential
               file status is ws-emp-status.
      *
      *the four tables as they stand after this batch - written
      *beside the production files for the job stream to swap in
      *once the change report has been checked
           select newrate-file
               assign to '../../../A7-RateTable.new'
               organization is line sequential.
      *
           select newtarget-file
               assign to '../../../A7-TargetTable.new'
               organization is line sequential.
      *
           select newbusday-file
               assign to '../../../A7-BusDays.new'
               organization is line sequential.
      *
           select newhours-file
               assign to '../../../A7-SchedHours.new'
               organization is line sequential.
      *
      *before/after change report and cross-check for the batch
           select change-file
               assign to '../../../A7-RefTableMaint.out'
               organization is line sequential.
      *
      *transactions this batch could not apply, with the reason
           select reject-file
               assign to '../../../A7-RefTableTrans.rej'
               organization is line sequential.
      *
       data division.
       file section.
      *
      *per-call handling cost per team
       fd rate-file
           data record is rate-rec
           record contains 7 characters.
      *
       01 rate-rec.
         05 rate-rec-team              pic x(2).
         05 rate-rec-cost              pic 9(3)v99.
      *
      *one row per team, its twelve monthly call targets in the
      *feed's month order
       fd target-file
           data record is target-rec
           record contains 62 characters.
      *
       01 target-rec.
         05 target-rec-team            pic x(2).
         05 target-rec-months          pic 9(5) occurs 12 times.
      *
      *working days and holidays per year-month - per site, a blank
      *site row is company-wide
       fd busday-file
           data record is busday-rec
           record contains 12 characters.
      *
       01 busday-rec.
         05 busday-rec-ym              pic 9(6).
         05 busday-rec-site            pic x(2).
         05 busday-rec-workdays        pic 99.
         05 busday-rec-holidays        pic 99.
      *
      *scheduled hours per operator per month, in the feed's month
      *order
       fd hours-file
           data record is hours-rec
           record contains 39 characters.
      *
       01 hours-rec.
         05 hours-rec-num              pic x(3).
         05 hours-rec-months           pic 9(3) occurs 12 times.
      *
      *one maintenance transaction - the table it is for, the
      *action, and the table's row as it should stand. An add needs
      *every field, a change replaces only the fields it carries
      *(spaces leave the table value standing), a delete needs only
      *the key - team for the rate and target tables, year-month
      *and site for the calendar, operator number for the hours
       fd trans-file
           data record is trans-rec
           record contains 64 characters.
      *
       01 trans-rec.
         05 trans-rec-table            pic x.
           88 trans-rec-rate value 'R'.
           88 trans-rec-target value 'T'.
           88 trans-rec-busday value 'B'.
           88 trans-rec-hours value 'H'.
         05 trans-rec-action           pic x.
           88 trans-rec-add value 'A'.
           88 trans-rec-change value 'C'.
           88 trans-rec-delete value 'D'.
         05 trans-rec-image            pic x(62).
      *
       01 trans-rate-rec.
         05 filler                     pic x(2).
         05 trans-rate-team            pic x(2).
         05 trans-rate-cost            pic x(5).
         05 trans-rate-cost-n redefines trans-rate-cost
                                       pic 9(3)v99.
         05 filler                     pic x(55).
      *
       01 trans-target-rec.
         05 filler                     pic x(2).
         05 trans-target-team          pic x(2).
         05 trans-target-month         pic x(5) occurs 12 times.
      *
       01 trans-busday-rec.
         05 filler                     pic x(2).
         05 trans-busday-ym            pic x(6).
         05 trans-busday-ym-n redefines trans-busday-ym.
           10 trans-busday-yyyy        pic 9(4).
           10 trans-busday-mm          pic 99.
         05 trans-busday-site          pic x(2).
         05 trans-busday-workdays      pic x(2).
         05 trans-busday-holidays      pic x(2).
         05 filler                     pic x(50).
      *
       01 trans-hours-rec.
         05 filler                     pic x(2).
         05 trans-hours-num            pic x(3).
         05 trans-hours-month          pic x(3) occurs 12 times.
         05 filler                     pic x(23).
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
       fd newrate-file
           data record is newrate-rec
           record contains 7 characters.
      *
       01 newrate-rec                  pic x(7).
      *
       fd newtarget-file
           data record is newtarget-rec
           record contains 62 characters.
      *
       01 newtarget-rec                pic x(62).
      *
       fd newbusday-file
           data record is newbusday-rec
           record contains 12 characters.
      *
       01 newbusday-rec                pic x(12).
      *
       fd newhours-file
           data record is newhours-rec
           record contains 39 characters.
      *
       01 newhours-rec                 pic x(39).
      *
       fd change-file
           data record is change-line
           record contains 132 characters.
      *
       01 change-line                  pic x(132).
      *
      *the rejected transaction as it arrived plus the reason it was
      *turned away
       fd reject-file
           data record is reject-rec
           record contains 84 characters.
      *
       01 reject-rec.
         05 reject-rec-trans           pic x(64).
         05 reject-rec-reason          pic x(20).
      *
       working-storage section.
      *
       01 ws-rate-status               pic xx value spaces.
         88 ws-rate-file-ok value "00".
      *
       01 ws-target-status             pic xx value spaces.
         88 ws-target-file-ok value "00".
      *
       01 ws-busday-status             pic xx value spaces.
         88 ws-busday-file-ok value "00".
      *
       01 ws-hours-status              pic xx value spaces.
         88 ws-hours-file-ok value "00".
      *
       01 ws-trans-status              pic xx value spaces.
         88 ws-trans-file-ok value "00".
      *
       01 ws-master-status             pic xx value spaces.
         88 ws-master-file-ok value "00".
      *
       01 ws-param-status              pic xx value spaces.
         88 ws-param-file-ok value "00".
      *
       01 ws-emp-status                pic xx value spaces.
         88 ws-emp-file-ok value "00".
      *
      *one end-of-file flag serves every table load in turn, each
      *load resets it when done
       01 ws-load-eof-flag             pic x value 'n'.
         88 ws-load-end-of-file value "y".
      *
       01 ws-trans-eof-flag            pic x value 'n'.
         88 ws-trans-end-of-file value "y".
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
      *
      *the four tables held in storage while the batch applies to
      *them - adds go on the end, deletes are marked and left out
      *when the table is written, so a later transaction in the same
      *batch sees the batch's own earlier work
       01 ws-rate-table.
         05 ws-rate-count              pic 9(3) value 0.
         05 ws-rate-idx                pic 9(3) value 0.
         05 ws-rate-entry occurs 100 times.
           10 ws-rate-row.
             15 ws-rate-team           pic x(2).
             15 ws-rate-cost           pic 9(3)v99.
           10 ws-rate-deleted          pic x.
      *
       01 ws-target-table.
         05 ws-trgt-count              pic 9(3) value 0.
         05 ws-trgt-idx                pic 9(3) value 0.
         05 ws-trgt-entry occurs 100 times.
           10 ws-trgt-row.
             15 ws-trgt-team           pic x(2).
             15 ws-trgt-months         pic 9(5) occurs 12 times.
           10 ws-trgt-deleted          pic x.
      *
       01 ws-busday-table.
         05 ws-bday-count              pic 9(3) value 0.
         05 ws-bday-idx                pic 9(3) value 0.
         05 ws-bday-entry occurs 300 times.
           10 ws-bday-row.
             15 ws-bday-ym             pic 9(6).
             15 ws-bday-site           pic x(2).
             15 ws-bday-workdays       pic 99.
             15 ws-bday-holidays       pic 99.
           10 ws-bday-deleted          pic x.
      *
       01 ws-hours-table.
         05 ws-hrs-count               pic 9(4) value 0.
         05 ws-hrs-idx                 pic 9(4) value 0.
         05 ws-hrs-entry occurs 2000 times.
           10 ws-hrs-row.
             15 ws-hrs-num             pic x(3).
             15 ws-hrs-months          pic 9(3) occurs 12 times.
           10 ws-hrs-deleted           pic x.
      *
      *the hr master's operators and the teams they sit on
       01 ws-master-table.
         05 ws-mstr-count              pic 9(4) value 0.
         05 ws-mstr-idx                pic 9(4) value 0.
         05 ws-mstr-entry occurs 2000 times.
           10 ws-mstr-num              pic x(3).
           10 ws-mstr-team             pic x(2).
           10 ws-mstr-status           pic x.
      *
      *every site that needs a business-day calendar - the run's
      *own site from the parameter file, every site on the feed and
      *every site the calendar already carries rows for
       01 ws-site-table.
         05 ws-site-count              pic 99 value 0.
         05 ws-site-idx                pic 99 value 0.
         05 ws-site-code               pic x(2) occurs 50 times.
      *
       01 ws-site-work                 pic x(2) value spaces.
      *
      *per table - 1 rate, 2 target, 3 business day, 4 hours - the
      *rows loaded, what the batch did and the rows written
       01 ws-table-counts.
         05 ws-tbl-entry occurs 4 times.
           10 ws-tbl-loaded            pic 9(5).
           10 ws-tbl-added             pic 9(5).
           10 ws-tbl-changed           pic 9(5).
           10 ws-tbl-deleted           pic 9(5).
           10 ws-tbl-written           pic 9(5).
      *
       01 ws-table-name-values.
         05 filler                     pic x(12) value "rate table  ".
         05 filler                     pic x(12) value "target table".
         05 filler                     pic x(12) value "business day".
         05 filler                     pic x(12) value "sched hours ".
       01 ws-table-names redefines ws-table-name-values.
         05 ws-table-name              pic x(12) occurs 4 times.
      *
       01 ws-maint-counts.
         05 ws-trans-read              pic 9(5) value 0.
         05 ws-trans-rejected          pic 9(5) value 0.
         05 ws-xchk-failures           pic 9(5) value 0.
      *
      *the table the transaction in hand is for, as a subscript
       01 ws-tbl                       pic 9 value 0.
      *
      *validation verdict for the transaction in hand
       01 ws-valid-flag                pic x value 'y'.
         88 ws-trans-valid value 'y'.
         88 ws-trans-invalid value 'n'.
      *
       01 ws-reject-reason             pic x(20) value spaces.
      *
      *set when a production table outgrows its working table - the
      *run stops loudly with nothing written rather than write new
      *tables with rows quietly missing
       01 ws-overflow-flag             pic x value 'n'.
         88 ws-table-overflowed value 'y'.
      *
      *the row image printed on the change report, and the business
      *day key being looked for
       01 ws-row-image                 pic x(62) value spaces.
      *
       01 ws-busday-key.
         05 ws-key-ym                  pic 9(6) value 0.
         05 ws-key-site                pic x(2) value spaces.
      *
       01 ws-xchk-work.
         05 ws-col                     pic 99 value 0.
         05 ws-col-yyyy                pic 9(4) value 0.
         05 ws-col-mm                  pic 99 value 0.
         05 ws-col-ym                  pic 9(6) value 0.
         05 ws-found-flag              pic x value 'n'.
           88 ws-found value 'y'.
         05 ws-team-checked            pic x(2) occurs 100 times.
         05 ws-team-checked-count      pic 9(3) value 0.
      *
       01 ws-change-heading.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(33) value
         "Reference table maintenance      ".
         05 ws-chg-head-date           pic 9(6).
         05 filler                     pic x(2) value spaces.
         05 ws-chg-head-time           pic 9(8).
      *
      *before/after image of the row a transaction touched
       01 ws-image-line.
         05 filler                     pic x(4) value spaces.
         05 ws-image-caption           pic x(9).
         05 ws-image-table             pic x(12).
         05 filler                     pic x(2) value spaces.
         05 ws-image-row               pic x(62).
      *
       01 ws-reject-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(10) value "rejected: ".
         05 ws-rej-line-trans          pic x(64).
         05 filler                     pic x(2) value spaces.
         05 ws-rej-line-reason         pic x(20).
      *
       01 ws-section-line.
         05 filler                     pic x(4) value spaces.
         05 ws-section-caption         pic x(60).
      *
       01 ws-xchk-line.
         05 filler                     pic x(6) value spaces.
         05 ws-xchk-text               pic x(40).
         05 ws-xchk-key                pic x(12).
      *
       01 ws-xchk-clean-line.
         05 filler                     pic x(6) value spaces.
         05 filler                     pic x(40) value
         "all cross-checks passed".
      *
       01 ws-table-count-heading.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(40) value
         "table           loaded   added changed ".
         05 filler                     pic x(20) value
         "deleted  on new file".
      *
       01 ws-table-count-line.
         05 filler                     pic x(4) value spaces.
         05 ws-tcl-name                pic x(12).
         05 filler                     pic x(3) value spaces.
         05 ws-tcl-loaded              pic zzzz9.
         05 filler                     pic x(3) value spaces.
         05 ws-tcl-added               pic zzzz9.
         05 filler                     pic x(3) value spaces.
         05 ws-tcl-changed             pic zzzz9.
         05 filler                     pic x(3) value spaces.
         05 ws-tcl-deleted             pic zzzz9.
         05 filler                     pic x(6) value spaces.
         05 ws-tcl-written             pic zzzz9.
      *
       01 ws-count-line.
         05 filler                     pic x(4) value spaces.
         05 ws-count-caption           pic x(40).
         05 ws-count-amount            pic zzzz9.
      *
       01 ws-overflow-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(55) value
         "*** a table outgrew its working table - nothing written".
         05 filler                     pic x(22) value
         ", batch not applied **".
         05 filler                     pic x(1) value "*".
      *
       77 ws-sub                       pic 99 value 1.
       77 ws-sub2                      pic 9(4) value 1.
      *
       procedure division.
      *
       000-main.
      *
           accept ws-run-date from date.
           accept ws-chg-head-time from time.
           move ws-run-date                         to ws-chg-head-date.
           move zeros                               to ws-table-counts.
      *
           perform 105-load-run-parameters.
           perform 110-determine-period-start.
           perform 150-load-master.
           perform 160-load-rate-table.
           perform 165-load-target-table.
           perform 170-load-busday-table.
           perform 175-load-hours-table.
           perform 180-load-feed-sites.
      *
           open output change-file.
           open output reject-file.
      *
           write change-line from ws-change-heading
             after advancing 1 line.
      *
      *a production table outgrew its working table - stop loudly
      *with everything untouched rather than write new tables with
      *rows quietly missing
           if ws-table-overflowed
               write change-line from ws-overflow-line
                 after advancing 2 lines
               close change-file
                 reject-file
               move 16                              to return-code
               stop run
           end-if.
      *
           open input trans-file.
      *
           if ws-trans-file-ok
               perform 200-read-trans-file
               perform 300-apply-transaction
                 until ws-trans-end-of-file
               close trans-file
           end-if.
      *
           perform 400-write-new-tables.
           perform 450-cross-check-tables.
           perform 480-write-batch-counts.
      *
           close change-file
             reject-file.
      *
      *no transactions to apply or no master to check against has
      *done nothing - surface that to the job stream. A cross-check
      *gap would break month-end and outranks a rejected
      *transaction, which only needs correcting and resending
           if not ws-trans-file-ok
             or ws-mstr-count = 0
               move 16                              to return-code
           else
               if ws-xchk-failures > 0
                   move 8                           to return-code
               else
                   if ws-trans-rejected > 0
                       move 4                       to return-code
                   end-if
               end-if
           end-if.
      *
           stop run.
      *
       105-load-run-parameters.
      *reads the reporting period from the same parameter file the
      *feed build and the report use - identical validation, so the
      *programs always agree on the period. The run's site needs a
      *business-day calendar too
           open input param-file.

           if ws-param-file-ok
               read param-file
                   at end move 'y'                 to ws-load-eof-flag
               end-read

               if not ws-load-end-of-file
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

                   move param-site-code                to
                   ws-site-work
                   perform 185-note-site
               end-if

               move 'n'                            to ws-load-eof-flag
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

       150-load-master.
      *the master's operators and teams - hours may only be held for
      *an operator on it, and every team on it needs a rate and a
      *target
           open input master-file.

           if ws-master-file-ok
               read master-file
                   at end move 'y'               to ws-load-eof-flag
               end-read

               perform until ws-load-end-of-file

                   if ws-mstr-count >= 2000
                       move 'y'                     to ws-overflow-flag
                   end-if
                   if ws-mstr-count < 2000
                       add 1                        to ws-mstr-count
                       move master-rec-num          to
                       ws-mstr-num(ws-mstr-count)
                       move master-rec-team         to
                       ws-mstr-team(ws-mstr-count)
                       move master-rec-status       to
                       ws-mstr-status(ws-mstr-count)
                   end-if

                   read master-file
                       at end move 'y'           to ws-load-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-load-eof-flag
               close master-file
           end-if.

       160-load-rate-table.
      *each production table is loaded as it stands, row for row -
      *a table that isn't there starts empty, and the batch can
      *build it from adds
           open input rate-file.

           if ws-rate-file-ok
               read rate-file
                   at end move 'y'               to ws-load-eof-flag
               end-read

               perform until ws-load-end-of-file

                   if ws-rate-count >= 100
                       move 'y'                     to ws-overflow-flag
                   else
                       add 1                        to ws-rate-count
                       move rate-rec                to
                       ws-rate-row(ws-rate-count)
                       move 'n'                     to
                       ws-rate-deleted(ws-rate-count)
                   end-if

                   read rate-file
                       at end move 'y'           to ws-load-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-load-eof-flag
               close rate-file
           end-if.

           move ws-rate-count                       to ws-tbl-loaded(1).

       165-load-target-table.
           open input target-file.

           if ws-target-file-ok
               read target-file
                   at end move 'y'               to ws-load-eof-flag
               end-read

               perform until ws-load-end-of-file

                   if ws-trgt-count >= 100
                       move 'y'                     to ws-overflow-flag
                   else
                       add 1                        to ws-trgt-count
                       move target-rec              to
                       ws-trgt-row(ws-trgt-count)
                       move 'n'                     to
                       ws-trgt-deleted(ws-trgt-count)
                   end-if

                   read target-file
                       at end move 'y'           to ws-load-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-load-eof-flag
               close target-file
           end-if.

           move ws-trgt-count                       to ws-tbl-loaded(2).

       170-load-busday-table.
           open input busday-file.

           if ws-busday-file-ok
               read busday-file
                   at end move 'y'               to ws-load-eof-flag
               end-read

               perform until ws-load-end-of-file

                   if ws-bday-count >= 300
                       move 'y'                     to ws-overflow-flag
                   else
                       add 1                        to ws-bday-count
                       move busday-rec              to
                       ws-bday-row(ws-bday-count)
                       move 'n'                     to
                       ws-bday-deleted(ws-bday-count)
                       move busday-rec-site         to ws-site-work
                       perform 185-note-site
                   end-if

                   read busday-file
                       at end move 'y'           to ws-load-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-load-eof-flag
               close busday-file
           end-if.

           move ws-bday-count                       to ws-tbl-loaded(3).

       175-load-hours-table.
           open input hours-file.

           if ws-hours-file-ok
               read hours-file
                   at end move 'y'               to ws-load-eof-flag
               end-read

               perform until ws-load-end-of-file

                   if ws-hrs-count >= 2000
                       move 'y'                     to ws-overflow-flag
                   else
                       add 1                        to ws-hrs-count
                       move hours-rec               to
                       ws-hrs-row(ws-hrs-count)
                       move 'n'                     to
                       ws-hrs-deleted(ws-hrs-count)
                   end-if

                   read hours-file
                       at end move 'y'           to ws-load-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-load-eof-flag
               close hours-file
           end-if.

           move ws-hrs-count                        to ws-tbl-loaded(4).

       180-load-feed-sites.
      *the sites on the feed, when there is one - each needs a
      *business-day calendar for the period
           open input emp-file.

           if ws-emp-file-ok
               read emp-file
                   at end move 'y'               to ws-load-eof-flag
               end-read

               perform until ws-load-end-of-file

                   if emp-rec-num not = 'TRL'
                       move emp-rec-site            to ws-site-work
                       perform 185-note-site
                   end-if

                   read emp-file
                       at end move 'y'           to ws-load-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-load-eof-flag
               close emp-file
           end-if.

       185-note-site.
      *adds ws-site-work to the sites needing a calendar, once - a
      *blank site is the company-wide row, not a site
           if ws-site-work not = spaces
               perform varying ws-site-idx from 1 by 1
                 until ws-site-idx > ws-site-count
                   or ws-site-code(ws-site-idx) = ws-site-work
               end-perform

               if ws-site-idx > ws-site-count
                 and ws-site-count < 50
                   add 1                            to ws-site-count
                   move ws-site-work                to
                   ws-site-code(ws-site-count)
               end-if
           end-if.

       200-read-trans-file.
      *reads a transaction unless eof is encountered in which case it
      *sets ws-trans-eof-flag to y
           read trans-file
               at end
                   move 'y'                  to ws-trans-eof-flag
           end-read.

       300-apply-transaction.
      *validates the transaction in hand and applies it to its table
      *- a transaction that fails validation goes to the reject file
      *with its reason and touches nothing
           add 1                                    to ws-trans-read.

           move 'y'                                 to ws-valid-flag.
           move spaces                              to ws-reject-reason.

           if not trans-rec-rate
             and not trans-rec-target
             and not trans-rec-busday
             and not trans-rec-hours
               move 'n'                             to ws-valid-flag
               move 'UNKNOWN TABLE CODE'            to ws-reject-reason
           end-if.

           if ws-trans-valid
             and not trans-rec-add
             and not trans-rec-change
             and not trans-rec-delete
               move 'n'                             to ws-valid-flag
               move 'UNKNOWN ACTION CODE'           to ws-reject-reason
           end-if.

           if ws-trans-valid
               if trans-rec-rate
                   move 1                           to ws-tbl
                   perform 310-rate-transaction
               end-if
               if trans-rec-target
                   move 2                           to ws-tbl
                   perform 320-target-transaction
               end-if
               if trans-rec-busday
                   move 3                           to ws-tbl
                   perform 330-busday-transaction
               end-if
               if trans-rec-hours
                   move 4                           to ws-tbl
                   perform 340-hours-transaction
               end-if
           end-if.

           if ws-trans-invalid
               perform 360-write-reject
           end-if.

           perform 200-read-trans-file.

       310-rate-transaction.
      *the rate row for the team - an add needs the cost and so
      *does a change, the cost being all the row carries besides its
      *key. A cost must be numeric and above zero, a zero rate would
      *cost a team's calls at nothing
           if trans-rate-team = spaces
               move 'n'                             to ws-valid-flag
               move 'NO KEY'                        to ws-reject-reason
           end-if.

           if ws-trans-valid
               perform varying ws-rate-idx from 1 by 1
                 until ws-rate-idx > ws-rate-count
                   or (ws-rate-team(ws-rate-idx) = trans-rate-team
                   and ws-rate-deleted(ws-rate-idx) = 'n')
               end-perform
               perform 315-check-key-found
           end-if.

           if ws-trans-valid
             and trans-rec-add
             and trans-rate-cost = spaces
               move 'n'                             to ws-valid-flag
               move 'INCOMPLETE ADD'                to ws-reject-reason
           end-if.

           if ws-trans-valid
             and trans-rec-change
             and trans-rate-cost = spaces
               move 'n'                             to ws-valid-flag
               move 'INCOMPLETE CHANGE'             to ws-reject-reason
           end-if.

           if ws-trans-valid
             and not trans-rec-delete
             and trans-rate-cost not = spaces
               if trans-rate-cost is not numeric
                   move 'n'                         to ws-valid-flag
                   move 'BAD RATE'                  to ws-reject-reason
               else
                   if trans-rate-cost-n = 0
                       move 'n'                     to ws-valid-flag
                       move 'BAD RATE'              to ws-reject-reason
                   end-if
               end-if
           end-if.

           if ws-trans-valid
             and trans-rec-add
             and ws-rate-count >= 100
               move 'n'                             to ws-valid-flag
               move 'TABLE FULL'                    to ws-reject-reason
           end-if.

           if ws-trans-valid
               if trans-rec-add
                   add 1                            to ws-rate-count
                   move ws-rate-count               to ws-rate-idx
                   move trans-rate-team             to
                   ws-rate-team(ws-rate-idx)
                   move trans-rate-cost-n           to
                   ws-rate-cost(ws-rate-idx)
                   move 'n'                         to
                   ws-rate-deleted(ws-rate-idx)
                   move ws-rate-row(ws-rate-idx)    to ws-row-image
                   perform 317-print-added
               else
                   move ws-rate-row(ws-rate-idx)    to ws-row-image
                   perform 318-print-before
                   if trans-rec-delete
                       move 'y'                     to
                       ws-rate-deleted(ws-rate-idx)
                   else
                       if trans-rate-cost not = spaces
                           move trans-rate-cost-n   to
                           ws-rate-cost(ws-rate-idx)
                       end-if
                       move ws-rate-row(ws-rate-idx) to ws-row-image
                   end-if
                   perform 319-print-after
               end-if
           end-if.

       315-check-key-found.
      *the table's index has run off the end when the key isn't on
      *it - an add wants exactly that, a change or delete the reverse
           if trans-rec-add
               if (ws-tbl = 1 and ws-rate-idx not > ws-rate-count)
                 or (ws-tbl = 2 and ws-trgt-idx not > ws-trgt-count)
                 or (ws-tbl = 3 and ws-bday-idx not > ws-bday-count)
                 or (ws-tbl = 4 and ws-hrs-idx not > ws-hrs-count)
                   move 'n'                         to ws-valid-flag
                   move 'DUPLICATE KEY'             to ws-reject-reason
               end-if
           else
               if (ws-tbl = 1 and ws-rate-idx > ws-rate-count)
                 or (ws-tbl = 2 and ws-trgt-idx > ws-trgt-count)
                 or (ws-tbl = 3 and ws-bday-idx > ws-bday-count)
                 or (ws-tbl = 4 and ws-hrs-idx > ws-hrs-count)
                   move 'n'                         to ws-valid-flag
                   move 'KEY NOT FOUND'             to ws-reject-reason
               end-if
           end-if.

       317-print-added.
           add 1                                    to
           ws-tbl-added(ws-tbl).
           move 'added:   '                         to ws-image-caption.
           move ws-table-name(ws-tbl)               to ws-image-table.
           move ws-row-image                        to ws-image-row.
           write change-line from ws-image-line
             after advancing 2 lines.

       318-print-before.
           move 'before:  '                         to ws-image-caption.
           move ws-table-name(ws-tbl)               to ws-image-table.
           move ws-row-image                        to ws-image-row.
           write change-line from ws-image-line
             after advancing 2 lines.

       319-print-after.
      *the after image, or the word deleted where there is none
           if trans-rec-delete
               add 1                                to
               ws-tbl-deleted(ws-tbl)
               move 'deleted: '                     to
               ws-image-caption
               move spaces                          to ws-image-row
           else
               add 1                                to
               ws-tbl-changed(ws-tbl)
               move 'after:   '                     to
               ws-image-caption
               move ws-row-image                    to ws-image-row
           end-if.
           move ws-table-name(ws-tbl)               to ws-image-table.
           write change-line from ws-image-line
             after advancing 1 line.

       320-target-transaction.
      *the target row for the team - an add needs all twelve months,
      *a change replaces the months it carries. Every month carried
      *must be numeric
           if trans-target-team = spaces
               move 'n'                             to ws-valid-flag
               move 'NO KEY'                        to ws-reject-reason
           end-if.

           if ws-trans-valid
               perform varying ws-trgt-idx from 1 by 1
                 until ws-trgt-idx > ws-trgt-count
                   or (ws-trgt-team(ws-trgt-idx) = trans-target-team
                   and ws-trgt-deleted(ws-trgt-idx) = 'n')
               end-perform
               perform 315-check-key-found
           end-if.

           if ws-trans-valid
             and not trans-rec-delete
               perform varying ws-sub from 1 by 1
                 until ws-sub > 12
                   if trans-target-month(ws-sub) = spaces
                       if trans-rec-add
                           move 'n'                 to ws-valid-flag
                           move 'INCOMPLETE ADD'    to
                           ws-reject-reason
                       end-if
                   else
                       if trans-target-month(ws-sub) is not numeric
                           move 'n'                 to ws-valid-flag
                           move 'BAD TARGET'        to
                           ws-reject-reason
                       end-if
                   end-if
               end-perform
           end-if.

           if ws-trans-valid
             and trans-rec-add
             and ws-trgt-count >= 100
               move 'n'                             to ws-valid-flag
               move 'TABLE FULL'                    to ws-reject-reason
           end-if.

           if ws-trans-valid
               if trans-rec-add
                   add 1                            to ws-trgt-count
                   move ws-trgt-count               to ws-trgt-idx
                   move trans-target-team           to
                   ws-trgt-team(ws-trgt-idx)
                   move 'n'                         to
                   ws-trgt-deleted(ws-trgt-idx)
                   perform 325-move-target-months
                   move ws-trgt-row(ws-trgt-idx)    to ws-row-image
                   perform 317-print-added
               else
                   move ws-trgt-row(ws-trgt-idx)    to ws-row-image
                   perform 318-print-before
                   if trans-rec-delete
                       move 'y'                     to
                       ws-trgt-deleted(ws-trgt-idx)
                   else
                       perform 325-move-target-months
                       move ws-trgt-row(ws-trgt-idx) to ws-row-image
                   end-if
                   perform 319-print-after
               end-if
           end-if.

       325-move-target-months.
           perform varying ws-sub from 1 by 1
             until ws-sub > 12
               if trans-target-month(ws-sub) not = spaces
                   move trans-target-month(ws-sub)  to
                   ws-trgt-months(ws-trgt-idx, ws-sub)
               end-if
           end-perform.

       330-busday-transaction.
      *the calendar row for the year-month and site (blank site is
      *the company-wide row) - the year-month must be a real month,
      *working days 1 to 31, holidays 0 to 31, and the two together
      *no more than a month holds
           if trans-busday-ym is not numeric
             or trans-busday-mm < 1
             or trans-busday-mm > 12
               move 'n'                             to ws-valid-flag
               move 'BAD YEAR-MONTH'                to ws-reject-reason
           end-if.

           if ws-trans-valid
               move trans-busday-ym-n               to ws-key-ym
               move trans-busday-site               to ws-key-site
               perform varying ws-bday-idx from 1 by 1
                 until ws-bday-idx > ws-bday-count
                   or (ws-bday-ym(ws-bday-idx) = ws-key-ym
                   and ws-bday-site(ws-bday-idx) = ws-key-site
                   and ws-bday-deleted(ws-bday-idx) = 'n')
               end-perform
               perform 315-check-key-found
           end-if.

           if ws-trans-valid
             and trans-rec-add
             and (trans-busday-workdays = spaces
               or trans-busday-holidays = spaces)
               move 'n'                             to ws-valid-flag
               move 'INCOMPLETE ADD'                to ws-reject-reason
           end-if.

           if ws-trans-valid
             and not trans-rec-delete
               if trans-busday-workdays not = spaces
                   if trans-busday-workdays is not numeric
                       move 'n'                     to ws-valid-flag
                       move 'BAD WORKING DAYS'      to
                       ws-reject-reason
                   else
                       if trans-busday-workdays < '01'
                         or trans-busday-workdays > '31'
                           move 'n'                 to ws-valid-flag
                           move 'BAD WORKING DAYS'  to
                           ws-reject-reason
                       end-if
                   end-if
               end-if
               if trans-busday-holidays not = spaces
                   if trans-busday-holidays is not numeric
                     or trans-busday-holidays > '31'
                       move 'n'                     to ws-valid-flag
                       move 'BAD HOLIDAYS'          to
                       ws-reject-reason
                   end-if
               end-if
           end-if.

           if ws-trans-valid
             and trans-rec-add
             and ws-bday-count >= 300
               move 'n'                             to ws-valid-flag
               move 'TABLE FULL'                    to ws-reject-reason
           end-if.

      *the row as it would stand must still fit in a month
           if ws-trans-valid
             and not trans-rec-delete
               if trans-rec-add
                   move 0                           to ws-sub
                   move 0                           to ws-sub2
               else
                   move ws-bday-workdays(ws-bday-idx) to ws-sub
                   move ws-bday-holidays(ws-bday-idx) to ws-sub2
               end-if
               if trans-busday-workdays not = spaces
                   move trans-busday-workdays       to ws-sub
               end-if
               if trans-busday-holidays not = spaces
                   move trans-busday-holidays       to ws-sub2
               end-if
               if ws-sub + ws-sub2 > 31
                   move 'n'                         to ws-valid-flag
                   move 'DAYS EXCEED MONTH'         to ws-reject-reason
               end-if
           end-if.

           if ws-trans-valid
               if trans-rec-add
                   add 1                            to ws-bday-count
                   move ws-bday-count               to ws-bday-idx
                   move ws-key-ym                   to
                   ws-bday-ym(ws-bday-idx)
                   move ws-key-site                 to
                   ws-bday-site(ws-bday-idx)
                   move trans-busday-workdays       to
                   ws-bday-workdays(ws-bday-idx)
                   move trans-busday-holidays       to
                   ws-bday-holidays(ws-bday-idx)
                   move 'n'                         to
                   ws-bday-deleted(ws-bday-idx)
                   move ws-key-site                 to ws-site-work
                   perform 185-note-site
                   move ws-bday-row(ws-bday-idx)    to ws-row-image
                   perform 317-print-added
               else
                   move ws-bday-row(ws-bday-idx)    to ws-row-image
                   perform 318-print-before
                   if trans-rec-delete
                       move 'y'                     to
                       ws-bday-deleted(ws-bday-idx)
                   else
                       if trans-busday-workdays not = spaces
                           move trans-busday-workdays to
                           ws-bday-workdays(ws-bday-idx)
                       end-if
                       if trans-busday-holidays not = spaces
                           move trans-busday-holidays to
                           ws-bday-holidays(ws-bday-idx)
                       end-if
                       move ws-bday-row(ws-bday-idx) to ws-row-image
                   end-if
                   perform 319-print-after
               end-if
           end-if.

       340-hours-transaction.
      *the hours row for the operator, who must be on the master for
      *an add or change - a delete may clear out a leaver's row. An
      *add needs all twelve months, a change replaces the months it
      *carries, every month carried must be numeric
           if trans-hours-num = spaces
               move 'n'                             to ws-valid-flag
               move 'NO KEY'                        to ws-reject-reason
           end-if.

           if ws-trans-valid
               perform varying ws-hrs-idx from 1 by 1
                 until ws-hrs-idx > ws-hrs-count
                   or (ws-hrs-num(ws-hrs-idx) = trans-hours-num
                   and ws-hrs-deleted(ws-hrs-idx) = 'n')
               end-perform
               perform 315-check-key-found
           end-if.

           if ws-trans-valid
             and not trans-rec-delete
               perform varying ws-mstr-idx from 1 by 1
                 until ws-mstr-idx > ws-mstr-count
                   or ws-mstr-num(ws-mstr-idx) = trans-hours-num
               end-perform
               if ws-mstr-idx > ws-mstr-count
                   move 'n'                         to ws-valid-flag
                   move 'NOT ON EMP MASTER'         to ws-reject-reason
               end-if
           end-if.

           if ws-trans-valid
             and not trans-rec-delete
               perform varying ws-sub from 1 by 1
                 until ws-sub > 12
                   if trans-hours-month(ws-sub) = spaces
                       if trans-rec-add
                           move 'n'                 to ws-valid-flag
                           move 'INCOMPLETE ADD'    to
                           ws-reject-reason
                       end-if
                   else
                       if trans-hours-month(ws-sub) is not numeric
                           move 'n'                 to ws-valid-flag
                           move 'BAD HOURS'         to
                           ws-reject-reason
                       end-if
                   end-if
               end-perform
           end-if.

           if ws-trans-valid
             and trans-rec-add
             and ws-hrs-count >= 2000
               move 'n'                             to ws-valid-flag
               move 'TABLE FULL'                    to ws-reject-reason
           end-if.

           if ws-trans-valid
               if trans-rec-add
                   add 1                            to ws-hrs-count
                   move ws-hrs-count                to ws-hrs-idx
                   move trans-hours-num             to
                   ws-hrs-num(ws-hrs-idx)
                   move 'n'                         to
                   ws-hrs-deleted(ws-hrs-idx)
                   perform 345-move-hours-months
                   move ws-hrs-row(ws-hrs-idx)      to ws-row-image
                   perform 317-print-added
               else
                   move ws-hrs-row(ws-hrs-idx)      to ws-row-image
                   perform 318-print-before
                   if trans-rec-delete
                       move 'y'                     to
                       ws-hrs-deleted(ws-hrs-idx)
                   else
                       perform 345-move-hours-months
                       move ws-hrs-row(ws-hrs-idx)  to ws-row-image
                   end-if
                   perform 319-print-after
               end-if
           end-if.

       345-move-hours-months.
           perform varying ws-sub from 1 by 1
             until ws-sub > 12
               if trans-hours-month(ws-sub) not = spaces
                   move trans-hours-month(ws-sub)   to
                   ws-hrs-months(ws-hrs-idx, ws-sub)
               end-if
           end-perform.

       360-write-reject.
      *the transaction as it arrived plus the reason, to the reject
      *file for correcting and resending - and echoed on the change
      *report so the batch reads as one document
           add 1                                    to
           ws-trans-rejected.

           move trans-rec                           to reject-rec-trans.
           move ws-reject-reason                    to
           reject-rec-reason.
           write reject-rec.

           move trans-rec                           to
           ws-rej-line-trans.
           move ws-reject-reason                    to
           ws-rej-line-reason.
           write change-line from ws-reject-line
             after advancing 2 lines.

       400-write-new-tables.
      *writes each maintained table out whole, in the table's order
      *- the production file's order with this batch's adds on the
      *end and its deletes left out. All four are written every run
      *so the job stream always has a full set to swap in
           open output newrate-file.
           perform varying ws-rate-idx from 1 by 1
             until ws-rate-idx > ws-rate-count
               if ws-rate-deleted(ws-rate-idx) = 'n'
                   move ws-rate-row(ws-rate-idx)    to newrate-rec
                   write newrate-rec
                   add 1                            to
                   ws-tbl-written(1)
               end-if
           end-perform.
           close newrate-file.

           open output newtarget-file.
           perform varying ws-trgt-idx from 1 by 1
             until ws-trgt-idx > ws-trgt-count
               if ws-trgt-deleted(ws-trgt-idx) = 'n'
                   move ws-trgt-row(ws-trgt-idx)    to newtarget-rec
                   write newtarget-rec
                   add 1                            to
                   ws-tbl-written(2)
               end-if
           end-perform.
           close newtarget-file.

           open output newbusday-file.
           perform varying ws-bday-idx from 1 by 1
             until ws-bday-idx > ws-bday-count
               if ws-bday-deleted(ws-bday-idx) = 'n'
                   move ws-bday-row(ws-bday-idx)    to newbusday-rec
                   write newbusday-rec
                   add 1                            to
                   ws-tbl-written(3)
               end-if
           end-perform.
           close newbusday-file.

           open output newhours-file.
           perform varying ws-hrs-idx from 1 by 1
             until ws-hrs-idx > ws-hrs-count
               if ws-hrs-deleted(ws-hrs-idx) = 'n'
                   move ws-hrs-row(ws-hrs-idx)      to newhours-rec
                   write newhours-rec
                   add 1                            to
                   ws-tbl-written(4)
               end-if
           end-perform.
           close newhours-file.

       450-cross-check-tables.
      *the new tables against the master and the period - each gap
      *is listed with its key and counted
           move "Cross-check of the new tables"     to
           ws-section-caption.
           write change-line from ws-section-line
             after advancing 3 lines.

           perform 455-check-team-rows.
           perform 460-check-busday-months.
           perform 465-check-hours-operators.

           if ws-xchk-failures = 0
               write change-line from ws-xchk-clean-line
                 after advancing 2 lines
           end-if.

       455-check-team-rows.
      *every team an active operator on the master sits on needs a
      *rate row and a target row - each team checked once
           move 0                                   to
           ws-team-checked-count.

           perform varying ws-mstr-idx from 1 by 1
             until ws-mstr-idx > ws-mstr-count

               if ws-mstr-status(ws-mstr-idx) not = 'T'
                   move 'n'                         to ws-found-flag
                   perform varying ws-sub2 from 1 by 1
                     until ws-sub2 > ws-team-checked-count
                       if ws-team-checked(ws-sub2) =
                         ws-mstr-team(ws-mstr-idx)
                           move 'y'                 to ws-found-flag
                       end-if
                   end-perform

                   if not ws-found
                     and ws-team-checked-count < 100
                       add 1                        to
                       ws-team-checked-count
                       move ws-mstr-team(ws-mstr-idx) to
                       ws-team-checked(ws-team-checked-count)
                       perform 457-check-one-team
                   end-if
               end-if

           end-perform.

       457-check-one-team.
           perform varying ws-rate-idx from 1 by 1
             until ws-rate-idx > ws-rate-count
               or (ws-rate-team(ws-rate-idx) =
               ws-mstr-team(ws-mstr-idx)
               and ws-rate-deleted(ws-rate-idx) = 'n')
           end-perform.

           if ws-rate-idx > ws-rate-count
               move "no rate row for master team"   to ws-xchk-text
               move ws-mstr-team(ws-mstr-idx)       to ws-xchk-key
               perform 470-print-xchk-failure
           end-if.

           perform varying ws-trgt-idx from 1 by 1
             until ws-trgt-idx > ws-trgt-count
               or (ws-trgt-team(ws-trgt-idx) =
               ws-mstr-team(ws-mstr-idx)
               and ws-trgt-deleted(ws-trgt-idx) = 'n')
           end-perform.

           if ws-trgt-idx > ws-trgt-count
               move "no target row for master team" to ws-xchk-text
               move ws-mstr-team(ws-mstr-idx)       to ws-xchk-key
               perform 470-print-xchk-failure
           end-if.

       460-check-busday-months.
      *every month of the period needs a calendar row for every site
      *- the site's own or the company-wide row covers it. With no
      *sites known at all, the company-wide row must be there
           perform varying ws-col from 1 by 1
             until ws-col > ws-number-of-months

               compute ws-col-mm = ws-report-start-month + ws-col - 1
               move ws-period-start-year            to ws-col-yyyy
               if ws-col-mm > 12
                   subtract 12                      from ws-col-mm
                   add 1                            to ws-col-yyyy
               end-if
               compute ws-col-ym = ws-col-yyyy * 100 + ws-col-mm

               if ws-site-count = 0
                   move spaces                      to ws-site-work
                   perform 462-check-one-site-month
               else
                   perform varying ws-site-idx from 1 by 1
                     until ws-site-idx > ws-site-count
                       move ws-site-code(ws-site-idx) to ws-site-work
                       perform 462-check-one-site-month
                   end-perform
               end-if

           end-perform.

       462-check-one-site-month.
           move 'n'                                 to ws-found-flag.

           perform varying ws-bday-idx from 1 by 1
             until ws-bday-idx > ws-bday-count
               if ws-bday-ym(ws-bday-idx) = ws-col-ym
                 and ws-bday-deleted(ws-bday-idx) = 'n'
                 and (ws-bday-site(ws-bday-idx) = ws-site-work
                   or ws-bday-site(ws-bday-idx) = spaces)
                   move 'y'                         to ws-found-flag
               end-if
           end-perform.

           if not ws-found
               move "no business-day row for month / site" to
               ws-xchk-text
               move spaces                          to ws-xchk-key
               string ws-col-ym delimited by size
                 " " delimited by size
                 ws-site-work delimited by size
                 into ws-xchk-key
               end-string
               perform 470-print-xchk-failure
           end-if.

       465-check-hours-operators.
      *every hours row must belong to an operator on the master
           perform varying ws-hrs-idx from 1 by 1
             until ws-hrs-idx > ws-hrs-count

               if ws-hrs-deleted(ws-hrs-idx) = 'n'
                   perform varying ws-mstr-idx from 1 by 1
                     until ws-mstr-idx > ws-mstr-count
                       or ws-mstr-num(ws-mstr-idx) =
                       ws-hrs-num(ws-hrs-idx)
                   end-perform
                   if ws-mstr-idx > ws-mstr-count
                       move "hours row for operator not on master" to
                       ws-xchk-text
                       move ws-hrs-num(ws-hrs-idx)  to ws-xchk-key
                       perform 470-print-xchk-failure
                   end-if
               end-if

           end-perform.

       470-print-xchk-failure.
           add 1                                    to
           ws-xchk-failures.
           write change-line from ws-xchk-line
             after advancing 1 line.

       480-write-batch-counts.
      *the batch at a glance, at the foot of the change report
           write change-line from ws-table-count-heading
             after advancing 3 lines.

           perform varying ws-tbl from 1 by 1
             until ws-tbl > 4
               move ws-table-name(ws-tbl)           to ws-tcl-name
               move ws-tbl-loaded(ws-tbl)           to ws-tcl-loaded
               move ws-tbl-added(ws-tbl)            to ws-tcl-added
               move ws-tbl-changed(ws-tbl)          to ws-tcl-changed
               move ws-tbl-deleted(ws-tbl)          to ws-tcl-deleted
               move ws-tbl-written(ws-tbl)          to ws-tcl-written
               write change-line from ws-table-count-line
                 after advancing 1 line
           end-perform.

           move "transactions read:"                to ws-count-caption.
           move ws-trans-read                       to ws-count-amount.
           write change-line from ws-count-line
             after advancing 2 lines.

           move "transactions rejected:"            to ws-count-caption.
           move ws-trans-rejected                   to ws-count-amount.
           write change-line from ws-count-line
             after advancing 1 line.

           move "cross-check failures:"             to ws-count-caption.
           move ws-xchk-failures                    to ws-count-amount.
           write change-line from ws-count-line
             after advancing 1 line.
      *
       end program A7-RefTableMaint.
