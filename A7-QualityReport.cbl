       identification division.
       program-id. A7-QualityReport.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Puts call quality beside call volume.
      *Validates the qa team's monthly evaluation scores - one row
      *per operator per month evaluated, with the number of calls
      *evaluated and their average score - rejecting rows for
      *operators not on the hr employee master and months outside
      *the reporting period, then prints each operator's calls and
      *average handle time from A7.dat next to their evaluation
      *count and score, team by team. Operators quicker than their
      *team whose scores fall below the poor mark are flagged fast
      *but poor, and operators slower than their team whose scores
      *reach the excellent mark are flagged slow but excellent, so
      *coaching looks at the whole picture and not handle time alone
      *
       environment division.
       input-output section.
       file-control.
      *
      *the qa team's evaluation scores for the period
           select qa-file
               assign to '../../../A7-QAScores.dat'
               organization is line sequential
               file status is ws-qa-status.
      *
      *the poor and excellent score marks - optional, without one
      *below 75 is poor and 90 or better is excellent
           select qaparm-file
               assign to '../../../A7-QAParams.dat'
               organization is line sequential
               file status is ws-qaparm-status.
      *
      *the monthly operator feed the report program reads
           select emp-file
               assign to '../../../A7.dat'
               organization is line sequential
               file status is ws-emp-status.
      *
      *hr-maintained roster - every qa row must name an operator on
      *it
           select master-file
               assign to '../../../A7-EmpMaster.dat'
               organization is line sequential
               file status is ws-master-status.
      *
      *reporting period and period start year, shared with the feed
      *build and the report program
           select param-file
               assign to '../../../A7-Params.dat'
               organization is line sequential
               file status is ws-param-status.
      *
      *the printed quality-against-productivity report
           select quality-file
               assign to '../../../A7-QualityReport.out'
               organization is line sequential.
      *
      *qa rows this run could not accept, with the reason, for the
      *qa team to correct and resend
           select reject-file
               assign to '../../../A7-QAScores.rej'
               organization is line sequential.
      *
       data division.
       file section.
      *
      *one row per operator per month evaluated - the month is
      *yyyymm, the score is the average of the month's evaluations
      *out of 100 with two implied decimal places
       fd qa-file
           data record is qa-rec
           record contains 17 characters.
      *
       01 qa-rec.
         05 qa-rec-num                 pic x(3).
         05 qa-rec-month               pic 9(6).
         05 qa-rec-month-r redefines qa-rec-month.
           10 qa-rec-yyyy              pic 9(4).
           10 qa-rec-mm                pic 99.
         05 qa-rec-evals               pic 9(3).
         05 qa-rec-score               pic 9(3)v99.
      *
       fd qaparm-file
           data record is qaparm-rec
           record contains 10 characters.
      *
       01 qaparm-rec.
         05 qaparm-poor-score          pic 9(3)v99.
         05 qaparm-excellent-score     pic 9(3)v99.
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
       fd quality-file
           data record is quality-line
           record contains 80 characters.
      *
       01 quality-line                 pic x(80).
      *
      *the rejected row as it arrived plus the reason it was turned
      *away
       fd reject-file
           data record is reject-rec
           record contains 37 characters.
      *
       01 reject-rec.
         05 reject-rec-qa              pic x(17).
         05 reject-rec-reason          pic x(20).
      *
       working-storage section.
      *
       01 ws-qa-status                 pic xx value spaces.
         88 ws-qa-file-ok value "00".
      *
       01 ws-qa-eof-flag               pic x value 'n'.
         88 ws-qa-end-of-file value "y".
      *
       01 ws-qaparm-status             pic xx value spaces.
         88 ws-qaparm-file-ok value "00".
      *
       01 ws-qaparm-eof-flag           pic x value 'n'.
         88 ws-qaparm-end-of-file value "y".
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
       01 ws-param-status              pic xx value spaces.
         88 ws-param-file-ok value "00".
      *
       01 ws-param-eof-flag            pic x value 'n'.
         88 ws-param-end-of-file value "y".
      *
      *reporting period - same fields and same defaulting rule as
      *the feed build, so a qa month lands in the same column its
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
      *the score marks the quadrants are drawn at
       01 ws-score-marks.
         05 ws-poor-score              pic 9(3)v99 value 75.
         05 ws-excellent-score         pic 9(3)v99 value 90.
      *
      *the hr master, each operator carrying the qa evaluations
      *accepted for them, month by month in feed column order
       01 ws-master-table.
         05 ws-mstr-count              pic 9(4) value 0.
         05 ws-mstr-idx                pic 9(4) value 0.
         05 ws-mstr-entry occurs 2000 times.
           10 ws-mstr-num              pic x(3).
           10 ws-mstr-name             pic x(12).
           10 ws-mstr-team             pic x(2).
           10 ws-mstr-qa-evals         pic 9(3) occurs 12 times.
           10 ws-mstr-qa-score         pic 9(3)v99 occurs 12 times.
      *
      *the feed, one entry per A7.dat record - a transfer's two
      *records stay two entries, each on its own team - with the
      *evaluations attached to it and the totals worked from it
       01 ws-feed-table.
         05 ws-feed-count              pic 9(4) value 0.
         05 ws-feed-idx                pic 9(4) value 0.
         05 ws-feed-entry occurs 2000 times.
           10 ws-feed-num              pic x(3).
           10 ws-feed-name             pic x(12).
           10 ws-feed-team             pic x(2).
           10 ws-feed-calls            pic 999 occurs 12 times.
           10 ws-feed-total-calls      pic 9(6).
           10 ws-feed-total-talk       pic 9(7).
           10 ws-feed-evals            pic 9(5).
           10 ws-feed-points           pic 9(8)v99.
      *
      *per-team yardsticks - calls, talk, evaluations and score
      *points summed over the team's feed records, and how many of
      *each quadrant the team turned up
       01 ws-team-table.
         05 ws-team-count              pic 9(3) value 0.
         05 ws-team-idx                pic 9(3) value 0.
         05 ws-team-entry occurs 100 times.
           10 ws-team-code             pic x(2).
           10 ws-team-calls            pic 9(8).
           10 ws-team-talk             pic 9(9).
           10 ws-team-evals            pic 9(7).
           10 ws-team-points           pic 9(10)v99.
           10 ws-team-fast-poor        pic 9(4).
           10 ws-team-slow-excellent   pic 9(4).
      *
      *set the moment a table is asked to hold more than it can -
      *the run fails loudly instead of quietly dropping operators
       01 ws-capacity-fault-flag       pic x value 'n'.
         88 ws-capacity-fault value 'y'.
      *
       01 ws-quality-counts.
         05 ws-qa-read                 pic 9(5) value 0.
         05 ws-qa-accepted             pic 9(5) value 0.
         05 ws-qa-rejected             pic 9(5) value 0.
         05 ws-qa-months-no-feed       pic 9(5) value 0.
         05 ws-feed-not-on-master      pic 9(5) value 0.
         05 ws-ops-evaluated           pic 9(5) value 0.
         05 ws-ops-not-evaluated       pic 9(5) value 0.
         05 ws-fast-poor-count         pic 9(5) value 0.
         05 ws-slow-excellent-count    pic 9(5) value 0.
      *
      *validation verdict for the qa row in hand
       01 ws-valid-flag                pic x value 'y'.
         88 ws-qa-valid value 'y'.
         88 ws-qa-invalid value 'n'.
      *
       01 ws-reject-reason             pic x(20) value spaces.
      *
      *scratch fields - the qa row's month column, whether a month's
      *evaluations found a feed record with calls to sit on, and the
      *operator and team figures for the line being printed
       01 ws-quality-work.
         05 ws-qa-ym                   pic 9(6) value 0.
         05 ws-qa-column               pic s9(4) value 0.
         05 ws-attached-flag           pic x value 'n'.
           88 ws-qa-attached value 'y'.
         05 ws-first-feed-idx          pic 9(4) value 0.
         05 ws-op-aht                  pic 9(3)v99 value 0.
         05 ws-op-score                pic 9(3)v99 value 0.
         05 ws-team-aht                pic 9(3)v99 value 0.
         05 ws-team-score              pic 9(3)v99 value 0.
         05 ws-team-prev               pic x(2) value spaces.
         05 ws-quadrant                pic x(18) value spaces.
      *
       01 ws-quality-heading.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(33) value
         "Quality against productivity     ".
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
       01 ws-marks-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(21) value
         "poor score below:    ".
         05 ws-marks-line-poor         pic zz9.99.
         05 filler                     pic x(25) value
         "    excellent score from ".
         05 ws-marks-line-excellent    pic zz9.99.
      *
       01 ws-team-banner-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(5) value "Team ".
         05 ws-banner-team             pic x(2).
      *
       01 ws-column-heading.
         05 filler                     pic x(6) value spaces.
         05 filler                     pic x(40) value
         "emp  name             calls     aht  eva".
         05 filler                     pic x(26) value
         "ls   score                ".
      *
       01 ws-quality-detail-line.
         05 filler                     pic x(6) value spaces.
         05 ws-qd-num                  pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-qd-name                 pic x(12).
         05 filler                     pic x(2) value spaces.
         05 ws-qd-calls                pic zzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-qd-aht                  pic zz9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-qd-evals                pic zzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-qd-score                pic zz9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-qd-quadrant             pic x(18).
      *
       01 ws-team-footer-line.
         05 filler                     pic x(6) value spaces.
         05 filler                     pic x(10) value "team aht: ".
         05 ws-tf-aht                  pic zz9.99.
         05 filler                     pic x(13) value
         "  avg score: ".
         05 ws-tf-score                pic zz9.99.
         05 filler                     pic x(13) value
         "  fast/poor: ".
         05 ws-tf-fast-poor            pic zzz9.
         05 filler                     pic x(12) value
         "  slow/exc: ".
         05 ws-tf-slow-excellent       pic zzz9.
      *
       01 ws-reject-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(10) value "rejected: ".
         05 ws-rej-line-qa             pic x(17).
         05 filler                     pic x(2) value spaces.
         05 ws-rej-line-reason         pic x(20).
      *
       01 ws-count-line.
         05 filler                     pic x(4) value spaces.
         05 ws-count-caption           pic x(40).
         05 ws-count-amount            pic zzzzzz9.
      *
       01 ws-no-feed-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(52) value
         "(no A7.dat records to report against)".
      *
       01 ws-capacity-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(56) value
         "*** capacity exceeded - a table filled, figures are ".
         05 filler                     pic x(20) value
         "incomplete ***".
      *
       77 ws-sub                       pic 99 value 1.
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
           perform 115-load-score-marks.
           perform 150-load-master.
      *
           open output quality-file.
           open output reject-file.
      *
           write quality-line from ws-quality-heading
             after advancing 1 line.
           move ws-period-start-ym                  to
           ws-period-line-start.
           move ws-period-end-ym                    to
           ws-period-line-end.
           write quality-line from ws-period-line
             after advancing 1 line.
           move ws-poor-score                       to
           ws-marks-line-poor.
           move ws-excellent-score                  to
           ws-marks-line-excellent.
           write quality-line from ws-marks-line
             after advancing 1 line.
      *
           open input qa-file.
      *
           if ws-qa-file-ok
               perform 200-read-qa-file
               perform 300-validate-qa-row
                 until ws-qa-end-of-file
               close qa-file
           end-if.
      *
           perform 250-load-feed.
      *
           if ws-feed-count = 0
               write quality-line from ws-no-feed-line
                 after advancing 2 lines
           else
               perform 350-attach-evaluations
               perform 360-total-teams
               perform 400-print-team-sections
           end-if.
      *
           if ws-capacity-fault
               write quality-line from ws-capacity-line
                 after advancing 2 lines
           end-if.
      *
           perform 450-write-quality-counts.
      *
           close quality-file
             reject-file.
      *
      *no scores, no master to check them against, no feed, or a
      *table outgrown has produced nothing to rely on - surface it.
      *rows turned away are worth a look but leave the report good
           if not ws-qa-file-ok
             or ws-mstr-count = 0
             or ws-feed-count = 0
             or ws-capacity-fault
               move 16                              to return-code
           else
               if ws-qa-rejected > 0
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

       115-load-score-marks.
      *reads the poor and excellent marks, if supplied - each is
      *taken only when numeric and no more than 100, and the pair
      *only when poor sits below excellent
           open input qaparm-file.

           if ws-qaparm-file-ok
               read qaparm-file
                   at end move 'y'              to ws-qaparm-eof-flag
               end-read

               if not ws-qaparm-end-of-file
                 and qaparm-poor-score is numeric
                 and qaparm-excellent-score is numeric
                 and qaparm-poor-score < qaparm-excellent-score
                 and qaparm-excellent-score <= 100
                   move qaparm-poor-score             to ws-poor-score
                   move qaparm-excellent-score        to
                   ws-excellent-score
               end-if

               move 'n'                           to ws-qaparm-eof-flag
               close qaparm-file
           end-if.

       150-load-master.
      *loads the hr employee master, each operator's evaluation
      *months primed to none - a master that outgrows the table is a
      *capacity fault, or the unloaded operators' scores would be
      *quietly rejected as unknown
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
                       perform varying ws-sub from 1 by 1
                         until ws-sub > 12
                           move 0                   to
                           ws-mstr-qa-evals(ws-mstr-count, ws-sub)
                           move 0                   to
                           ws-mstr-qa-score(ws-mstr-count, ws-sub)
                       end-perform
                   end-if

                   read master-file
                       at end move 'y'           to ws-master-eof-flag
                   end-read

               end-perform

               move 'n'                          to ws-master-eof-flag
               close master-file
           end-if.

       200-read-qa-file.
      *reads a qa row unless eof is encountered in which case it
      *sets ws-qa-eof-flag to y
           read qa-file
               at end
                   move 'y'                  to ws-qa-eof-flag
           end-read.

       250-load-feed.
      *loads A7.dat as it stands, trailer passed over - records with
      *unusable call columns or for operators the master has never
      *heard of are the report program's exceptions and are left
      *out here the same way
           open input emp-file.

           if ws-emp-file-ok
               read emp-file
                   at end move 'y'               to ws-emp-eof-flag
               end-read

               perform until ws-emp-end-of-file

                   if emp-rec-num not = 'TRL'
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
           move 'y'                                 to ws-valid-flag.

           perform varying ws-sub from 1 by 1
             until ws-sub > ws-number-of-months
               if emp-rec-calls(ws-sub) is not numeric
                   move 'n'                         to ws-valid-flag
               end-if
           end-perform.

           perform varying ws-mstr-idx from 1 by 1
             until ws-mstr-idx > ws-mstr-count
               or ws-mstr-num(ws-mstr-idx) = emp-rec-num
           end-perform.

           if ws-mstr-idx > ws-mstr-count
               add 1                                to
               ws-feed-not-on-master
               move 'n'                             to ws-valid-flag
           end-if.

           if ws-qa-valid
             and ws-feed-count >= 2000
               move 'y'                             to
               ws-capacity-fault-flag
               move 'n'                             to ws-valid-flag
           end-if.

           if ws-qa-valid
               add 1                                to ws-feed-count
               move emp-rec-num                     to
               ws-feed-num(ws-feed-count)
               move emp-rec-name                    to
               ws-feed-name(ws-feed-count)
               move emp-rec-team                    to
               ws-feed-team(ws-feed-count)
               move 0                               to
               ws-feed-total-calls(ws-feed-count)
               move 0                               to
               ws-feed-total-talk(ws-feed-count)
               move 0                               to
               ws-feed-evals(ws-feed-count)
               move 0                               to
               ws-feed-points(ws-feed-count)

               perform varying ws-sub from 1 by 1
                 until ws-sub > 12
                   move 0                           to
                   ws-feed-calls(ws-feed-count, ws-sub)
               end-perform

               perform varying ws-sub from 1 by 1
                 until ws-sub > ws-number-of-months
                   move emp-rec-calls(ws-sub)       to
                   ws-feed-calls(ws-feed-count, ws-sub)
                   add emp-rec-calls(ws-sub)        to
                   ws-feed-total-calls(ws-feed-count)
      *talk columns arrive as spaces on feeds cut before they were
      *added - only numeric values are taken
                   if emp-rec-talk(ws-sub) is numeric
                       add emp-rec-talk(ws-sub)     to
                       ws-feed-total-talk(ws-feed-count)
                   end-if
               end-perform
           end-if.

       300-validate-qa-row.
      *checks one qa row and files its evaluations under the
      *operator's month - a row that fails goes to the reject file
      *with its reason and is left out of the report
           add 1                                    to ws-qa-read.

           move 'y'                                 to ws-valid-flag.
           move spaces                              to ws-reject-reason.

           perform varying ws-mstr-idx from 1 by 1
             until ws-mstr-idx > ws-mstr-count
               or ws-mstr-num(ws-mstr-idx) = qa-rec-num
           end-perform.

           if ws-mstr-idx > ws-mstr-count
               move 'n'                             to ws-valid-flag
               move 'NOT ON EMP MASTER'             to ws-reject-reason
           end-if.

           if ws-qa-valid
               if qa-rec-month is not numeric
                 or qa-rec-mm < 1
                 or qa-rec-mm > 12
                   move 'n'                         to ws-valid-flag
                   move 'BAD MONTH'                 to ws-reject-reason
               end-if
           end-if.

           if ws-qa-valid
               move qa-rec-month                    to ws-qa-ym
               if ws-qa-ym < ws-period-start-ym
                 or ws-qa-ym > ws-period-end-ym
                   move 'n'                         to ws-valid-flag
                   move 'MONTH NOT IN PERIOD'       to ws-reject-reason
               end-if
           end-if.

           if ws-qa-valid
               if qa-rec-evals is not numeric
                 or qa-rec-evals = 0
                   move 'n'                         to ws-valid-flag
                   move 'BAD EVAL COUNT'            to ws-reject-reason
               end-if
           end-if.

           if ws-qa-valid
               if qa-rec-score is not numeric
                 or qa-rec-score > 100
                   move 'n'                         to ws-valid-flag
                   move 'BAD SCORE'                 to ws-reject-reason
               end-if
           end-if.

      *one row per operator per month - a second row for a month
      *already accepted is turned away rather than silently
      *replacing or doubling the first
           if ws-qa-valid
               compute ws-qa-column =
                 (qa-rec-yyyy - ws-period-start-year) * 12
                 + qa-rec-mm - ws-report-start-month + 1
               if ws-mstr-qa-evals(ws-mstr-idx, ws-qa-column) > 0
                   move 'n'                         to ws-valid-flag
                   move 'DUPLICATE QA MONTH'        to ws-reject-reason
               end-if
           end-if.

           if ws-qa-invalid
               perform 310-write-reject
           else
               add 1                                to ws-qa-accepted
               move qa-rec-evals                    to
               ws-mstr-qa-evals(ws-mstr-idx, ws-qa-column)
               move qa-rec-score                    to
               ws-mstr-qa-score(ws-mstr-idx, ws-qa-column)
           end-if.

           perform 200-read-qa-file.

       310-write-reject.
      *the row as it arrived plus the reason, to the reject file for
      *the qa team to correct and resend - and echoed on the report
      *so the run reads as one document
           add 1                                    to ws-qa-rejected.

           move qa-rec                              to reject-rec-qa.
           move ws-reject-reason                    to
           reject-rec-reason.
           write reject-rec.

           move qa-rec                              to ws-rej-line-qa.
           move ws-reject-reason                    to
           ws-rej-line-reason.
           write quality-line from ws-reject-line
             after advancing 1 line.

       350-attach-evaluations.
      *hangs each accepted month's evaluations on the feed record
      *that took calls that month - a transfer month with calls on
      *both teams counts towards both records. A month evaluated
      *with no calls on the feed sits on the operator's first
      *record, and an operator evaluated but absent from the feed
      *is counted and left out
           perform varying ws-mstr-idx from 1 by 1
             until ws-mstr-idx > ws-mstr-count

               perform varying ws-sub from 1 by 1
                 until ws-sub > ws-number-of-months

                   if ws-mstr-qa-evals(ws-mstr-idx, ws-sub) > 0
                       perform 355-attach-one-month
                   end-if

               end-perform

           end-perform.

       355-attach-one-month.
           move 'n'                                 to
           ws-attached-flag.
           move 0                                   to
           ws-first-feed-idx.

           perform varying ws-feed-idx from 1 by 1
             until ws-feed-idx > ws-feed-count

               if ws-feed-num(ws-feed-idx) = ws-mstr-num(ws-mstr-idx)
                   if ws-first-feed-idx = 0
                       move ws-feed-idx             to
                       ws-first-feed-idx
                   end-if
                   if ws-feed-calls(ws-feed-idx, ws-sub) > 0
                       move 'y'                     to
                       ws-attached-flag
                       perform 357-add-month-to-record
                   end-if
               end-if

           end-perform.

           if not ws-qa-attached
               if ws-first-feed-idx = 0
                   add 1                            to
                   ws-qa-months-no-feed
               else
                   move ws-first-feed-idx           to ws-feed-idx
                   perform 357-add-month-to-record
               end-if
           end-if.

       357-add-month-to-record.
      *score points are the month's average score weighted by its
      *evaluation count, so a record's average is the average of
      *every evaluation and not of the monthly averages
           add ws-mstr-qa-evals(ws-mstr-idx, ws-sub) to
           ws-feed-evals(ws-feed-idx).
           compute ws-feed-points(ws-feed-idx) =
             ws-feed-points(ws-feed-idx) +
             ws-mstr-qa-evals(ws-mstr-idx, ws-sub) *
             ws-mstr-qa-score(ws-mstr-idx, ws-sub).

       360-total-teams.
      *sums every feed record into its team's yardsticks
           perform varying ws-feed-idx from 1 by 1
             until ws-feed-idx > ws-feed-count

               perform varying ws-team-idx from 1 by 1
                 until ws-team-idx > ws-team-count
                   or ws-team-code(ws-team-idx) =
                   ws-feed-team(ws-feed-idx)
               end-perform

               if ws-team-idx > ws-team-count
                   if ws-team-count < 100
                       add 1                        to ws-team-count
                       move ws-feed-team(ws-feed-idx) to
                       ws-team-code(ws-team-count)
                       move 0                       to
                       ws-team-calls(ws-team-count)
                       move 0                       to
                       ws-team-talk(ws-team-count)
                       move 0                       to
                       ws-team-evals(ws-team-count)
                       move 0                       to
                       ws-team-points(ws-team-count)
                       move 0                       to
                       ws-team-fast-poor(ws-team-count)
                       move 0                       to
                       ws-team-slow-excellent(ws-team-count)
                   else
                       move 'y'                     to
                       ws-capacity-fault-flag
                   end-if
               end-if

               if ws-team-idx not > ws-team-count
                   add ws-feed-total-calls(ws-feed-idx) to
                   ws-team-calls(ws-team-idx)
                   add ws-feed-total-talk(ws-feed-idx) to
                   ws-team-talk(ws-team-idx)
                   add ws-feed-evals(ws-feed-idx)   to
                   ws-team-evals(ws-team-idx)
                   add ws-feed-points(ws-feed-idx)  to
                   ws-team-points(ws-team-idx)
               end-if

           end-perform.

       400-print-team-sections.
      *one block per team in feed order (the feed is team-sorted) -
      *each operator's line against the team's handle time and score,
      *and the team's own figures at the foot
           move spaces                              to ws-team-prev.

           perform varying ws-feed-idx from 1 by 1
             until ws-feed-idx > ws-feed-count

               if ws-feed-team(ws-feed-idx) not = ws-team-prev
                   if ws-team-prev not = spaces
                       perform 420-print-team-footer
                   end-if
                   move ws-feed-team(ws-feed-idx)   to ws-team-prev
                   perform 405-start-team
               end-if

               perform 410-print-operator-line

           end-perform.

           perform 420-print-team-footer.

       405-start-team.
      *points ws-team-idx at the team's yardsticks, works out its
      *handle time and score, and prints the team banner
           perform varying ws-team-idx from 1 by 1
             until ws-team-idx > ws-team-count
               or ws-team-code(ws-team-idx) = ws-team-prev
           end-perform.

           move 0                                   to ws-team-aht.
           move 0                                   to ws-team-score.

           if ws-team-idx not > ws-team-count
               if ws-team-calls(ws-team-idx) > 0
                   compute ws-team-aht rounded =
                     ws-team-talk(ws-team-idx) /
                     ws-team-calls(ws-team-idx)
               end-if
               if ws-team-evals(ws-team-idx) > 0
                   compute ws-team-score rounded =
                     ws-team-points(ws-team-idx) /
                     ws-team-evals(ws-team-idx)
               end-if
           end-if.

           move ws-team-prev                        to ws-banner-team.
           write quality-line from ws-team-banner-line
             after advancing 2 lines.
           write quality-line from ws-column-heading
             after advancing 1 line.

       410-print-operator-line.
      *one operator's calls, handle time and quality, and the
      *quadrant they land in - quicker than the team with a poor
      *score, or slower than the team with an excellent one
           move 0                                   to ws-op-aht.
           move 0                                   to ws-op-score.
           move spaces                              to ws-quadrant.

           if ws-feed-total-calls(ws-feed-idx) > 0
               compute ws-op-aht rounded =
                 ws-feed-total-talk(ws-feed-idx) /
                 ws-feed-total-calls(ws-feed-idx)
           end-if.

           if ws-feed-evals(ws-feed-idx) > 0
               add 1                                to
               ws-ops-evaluated
               compute ws-op-score rounded =
                 ws-feed-points(ws-feed-idx) /
                 ws-feed-evals(ws-feed-idx)
           else
               add 1                                to
               ws-ops-not-evaluated
               move "not evaluated"                 to ws-quadrant
           end-if.

           if ws-feed-evals(ws-feed-idx) > 0
             and ws-op-aht > 0
             and ws-team-aht > 0
               if ws-op-aht < ws-team-aht
                 and ws-op-score < ws-poor-score
                   move "FAST BUT POOR"             to ws-quadrant
                   add 1                            to
                   ws-fast-poor-count
                   if ws-team-idx not > ws-team-count
                       add 1                        to
                       ws-team-fast-poor(ws-team-idx)
                   end-if
               end-if
               if ws-op-aht > ws-team-aht
                 and ws-op-score >= ws-excellent-score
                   move "SLOW BUT EXCELLENT"        to ws-quadrant
                   add 1                            to
                   ws-slow-excellent-count
                   if ws-team-idx not > ws-team-count
                       add 1                        to
                       ws-team-slow-excellent(ws-team-idx)
                   end-if
               end-if
           end-if.

           move ws-feed-num(ws-feed-idx)            to ws-qd-num.
           move ws-feed-name(ws-feed-idx)           to ws-qd-name.
           move ws-feed-total-calls(ws-feed-idx)    to ws-qd-calls.
           move ws-op-aht                           to ws-qd-aht.
           move ws-feed-evals(ws-feed-idx)          to ws-qd-evals.
           move ws-op-score                         to ws-qd-score.
           move ws-quadrant                         to ws-qd-quadrant.

           write quality-line from ws-quality-detail-line
             after advancing 1 line.

       420-print-team-footer.
      *the team's handle time and score, and its quadrant counts
           move ws-team-aht                         to ws-tf-aht.
           move ws-team-score                       to ws-tf-score.
           move 0                                   to ws-tf-fast-poor.
           move 0                                   to
           ws-tf-slow-excellent.

           if ws-team-idx not > ws-team-count
               move ws-team-fast-poor(ws-team-idx)  to ws-tf-fast-poor
               move ws-team-slow-excellent(ws-team-idx) to
               ws-tf-slow-excellent
           end-if.

           write quality-line from ws-team-footer-line
             after advancing 2 lines.

       450-write-quality-counts.
      *what the run read, accepted and turned away, for the close
      *checklist
           move "qa rows read:"                     to ws-count-caption.
           move ws-qa-read                          to ws-count-amount.
           write quality-line from ws-count-line
             after advancing 3 lines.

           move "qa rows accepted:"                 to ws-count-caption.
           move ws-qa-accepted                      to ws-count-amount.
           write quality-line from ws-count-line
             after advancing 1 line.

           move "qa rows rejected:"                 to ws-count-caption.
           move ws-qa-rejected                      to ws-count-amount.
           write quality-line from ws-count-line
             after advancing 1 line.

           move "qa months with no feed record:"    to ws-count-caption.
           move ws-qa-months-no-feed                to ws-count-amount.
           write quality-line from ws-count-line
             after advancing 1 line.

           move "feed records not on the master:"   to ws-count-caption.
           move ws-feed-not-on-master               to ws-count-amount.
           write quality-line from ws-count-line
             after advancing 1 line.

           move "feed records evaluated:"           to ws-count-caption.
           move ws-ops-evaluated                    to ws-count-amount.
           write quality-line from ws-count-line
             after advancing 1 line.

           move "feed records not evaluated:"       to ws-count-caption.
           move ws-ops-not-evaluated                to ws-count-amount.
           write quality-line from ws-count-line
             after advancing 1 line.

           move "flagged fast but poor:"            to ws-count-caption.
           move ws-fast-poor-count                  to ws-count-amount.
           write quality-line from ws-count-line
             after advancing 1 line.

           move "flagged slow but excellent:"       to ws-count-caption.
           move ws-slow-excellent-count             to ws-count-amount.
           write quality-line from ws-count-line
             after advancing 1 line.
      *
       end program A7-QualityReport.
