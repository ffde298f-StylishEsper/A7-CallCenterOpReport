       identification division.
       program-id. A7-MonthEndControl.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Runs the month-end chain in order -
      *master maintenance, swap of the new master, feed build,
      *report, month-end reconciliation, history maintenance, swap
      *of the new history, and the intraday profile - and stops at
      *the first step whose return code is over that step's
      *threshold, so a bad file is never carried into the next
      *step. Before each swap the production file is kept as
      *generation 01 and the older generations move down one, up
      *to the number of generations asked for, and the master swap
      *appends the maintenance batch's journal rows to the permanent
      *master journal, so only a batch that is swapped in is ever
      *journalled. Every step's start, end and return code goes on
      *the step log. A stopped chain leaves its failed step on the
      *restart file, and the next run resumes there without
      *rerunning the steps that already finished - removing the
      *restart file runs the chain from the top
      *
       environment division.
       input-output section.
       file-control.
      *
      *optional step thresholds and generation count - built-in
      *values stand for anything it does not carry
           select ctl-file
               assign to '../../../A7-MonthEnd.ctl'
               organization is line sequential
               file status is ws-ctl-status.
      *
      *the step a stopped chain failed at, for the next run to
      *resume from
           select restart-file
               assign to '../../../A7-MonthEnd.rst'
               organization is line sequential
               file status is ws-restart-status.
      *
      *permanent log of every step every run took
           select steplog-file
               assign to '../../../A7-MonthEndStep.log'
               organization is line sequential
               file status is ws-steplog-status.
      *
      *the master maintenance batch's journal rows, waiting on the
      *swap of its new master
           select jrnlnew-file
               assign to '../../../A7-EmpMastJournal.new'
               organization is line sequential
               file status is ws-jrnlnew-status.
      *
      *the permanent master journal the swap appends them to
           select journal-file
               assign to '../../../A7-EmpMastJournal.dat'
               organization is line sequential
               file status is ws-journal-status.
      *
       data division.
       file section.
      *
      *'G' row: generations to keep (01-99) in ctl-gen-count
      *'S' row: the highest return code step ctl-rec-step may end
      *with and the chain still go on, in ctl-rec-value
       fd ctl-file
           data record is ctl-rec
           record contains 5 characters.
      *
       01 ctl-rec.
         05 ctl-rec-type               pic x.
           88 ctl-rec-generations value 'G'.
           88 ctl-rec-threshold value 'S'.
         05 ctl-rec-step               pic xx.
         05 ctl-rec-value              pic xx.
      *
       01 ctl-gen-rec.
         05 filler                     pic x.
         05 ctl-gen-count              pic xx.
         05 filler                     pic xx.
      *
       fd restart-file
           data record is restart-rec
           record contains 18 characters.
      *
       01 restart-rec.
         05 restart-rec-step           pic 99.
         05 restart-rec-run-date       pic 9(8).
         05 restart-rec-run-time       pic 9(8).
      *
       fd steplog-file
           data record is steplog-rec
           record contains 80 characters.
      *
       01 steplog-rec.
         05 steplog-rec-run-date       pic 9(8).
         05 filler                     pic x.
         05 steplog-rec-run-time       pic 9(6).
         05 filler                     pic x.
         05 steplog-rec-step           pic 99.
         05 filler                     pic x.
         05 steplog-rec-name           pic x(16).
         05 filler                     pic x.
         05 steplog-rec-start-time     pic 9(8).
         05 filler                     pic x.
         05 steplog-rec-end-time       pic 9(8).
         05 filler                     pic x.
         05 steplog-rec-rc             pic 9(3).
         05 filler                     pic x.
         05 steplog-rec-threshold      pic 9(3).
         05 filler                     pic x.
         05 steplog-rec-outcome        pic x(12).
         05 filler                     pic x(6).
      *
      *journal rows are copied across whole - the layout is the
      *maintenance program's
       fd jrnlnew-file
           data record is jrnlnew-rec
           record contains 74 characters.
      *
       01 jrnlnew-rec                  pic x(74).
      *
       fd journal-file
           data record is journal-rec
           record contains 74 characters.
      *
       01 journal-rec                  pic x(74).
      *
       working-storage section.
      *
       01 ws-ctl-status                pic xx value spaces.
         88 ws-ctl-file-ok value "00".
      *
       01 ws-restart-status            pic xx value spaces.
         88 ws-restart-file-ok value "00".
      *
       01 ws-steplog-status            pic xx value spaces.
         88 ws-steplog-file-ok value "00".
      *
       01 ws-jrnlnew-status            pic xx value spaces.
         88 ws-jrnlnew-file-ok value "00".
      *
       01 ws-journal-status            pic xx value spaces.
         88 ws-journal-file-ok value "00".
      *
       01 ws-jrnlnew-eof-flag          pic x value 'n'.
         88 ws-jrnlnew-end-of-file value "y".
      *
       01 ws-ctl-eof-flag              pic x value 'n'.
         88 ws-ctl-end-of-file value "y".
      *
       01 ws-run-date.
         05 ws-run-yy                  pic 99.
         05 ws-run-mm                  pic 99.
         05 ws-run-dd                  pic 99.
      *
       01 ws-run-ccyymmdd              pic 9(8) value 0.
       01 ws-run-time                  pic 9(8) value 0.
      *
      *the chain - step kind P runs the program named, M and H swap
      *the new master and the new history in, M taking the batch's
      *journal rows onto the permanent journal with it. The
      *threshold is the highest return code the step may end with
      *and the chain go on: maintenance rejects (4) are corrected
      *next batch, the report's exceptions over threshold (8) are
      *for the supervisors, anything above stops month-end. Outputs
      *that do not tie out stop it before the history takes them in
       01 ws-step-values.
         05 filler                     pic x(16) value
         "EMPMASTERMAINT  ".
         05 filler                     pic x value "P".
         05 filler                     pic 99 value 4.
         05 filler                     pic x(40) value
         "./A7-EmpMasterMaint".
         05 filler                     pic x(16) value
         "SWAP EMPMASTER  ".
         05 filler                     pic x value "M".
         05 filler                     pic 99 value 0.
         05 filler                     pic x(40) value spaces.
         05 filler                     pic x(16) value
         "BUILDA7FILE     ".
         05 filler                     pic x value "P".
         05 filler                     pic 99 value 4.
         05 filler                     pic x(40) value
         "./A7-BuildA7File".
         05 filler                     pic x(16) value
         "CALLCENTEROPRPT ".
         05 filler                     pic x value "P".
         05 filler                     pic 99 value 8.
         05 filler                     pic x(40) value
         "./A7-CallCenterOpReport".
         05 filler                     pic x(16) value
         "MONTHENDRECON   ".
         05 filler                     pic x value "P".
         05 filler                     pic 99 value 0.
         05 filler                     pic x(40) value
         "./A7-MonthEndRecon".
         05 filler                     pic x(16) value
         "HISTORYMAINT    ".
         05 filler                     pic x value "P".
         05 filler                     pic 99 value 4.
         05 filler                     pic x(40) value
         "./A7-HistoryMaint".
         05 filler                     pic x(16) value
         "SWAP HISTORY    ".
         05 filler                     pic x value "H".
         05 filler                     pic 99 value 0.
         05 filler                     pic x(40) value spaces.
         05 filler                     pic x(16) value
         "INTRADAYPROFILE ".
         05 filler                     pic x value "P".
         05 filler                     pic 99 value 4.
         05 filler                     pic x(40) value
         "./A7-IntradayProfile".
       01 ws-step-table redefines ws-step-values.
         05 ws-step-entry occurs 8 times.
           10 ws-step-name             pic x(16).
           10 ws-step-kind             pic x.
             88 ws-step-runs-program value 'P'.
             88 ws-step-swaps-master value 'M'.
             88 ws-step-swaps-history value 'H'.
           10 ws-step-threshold        pic 99.
           10 ws-step-command          pic x(40).
      *
       01 ws-step-count                pic 99 value 8.
       01 ws-step-idx                  pic 99 value 0.
       01 ws-failed-step               pic 99 value 0.
      *
      *where this run picks the chain up - 1 unless the restart file
      *holds the step the last run stopped at
       01 ws-resume-step               pic 99 value 1.
      *
       01 ws-step-rc                   pic 9(3) value 0.
       01 ws-system-status             pic s9(9) comp-5 value 0.
       01 ws-system-signal             pic s9(9) comp-5 value 0.
       01 ws-file-rc                   pic s9(9) comp-5 value 0.
      *
       01 ws-chain-flag                pic x value 'n'.
         88 ws-chain-stopped value 'y'.
      *
      *generations of the master and the history kept before each
      *swap, 01 the newest
       01 ws-generations               pic 99 value 3.
       01 ws-gen                       pic 99 value 0.
       01 ws-gen-next                  pic 99 value 0.
      *
      *the file being swapped - its production, new and generation
      *names differ only in the extension
       01 ws-swap-base                 pic x(40) value spaces.
       01 ws-dat-name                  pic x(60) value spaces.
       01 ws-new-name                  pic x(60) value spaces.
       01 ws-gen-name                  pic x(60) value spaces.
       01 ws-gen-next-name             pic x(60) value spaces.
       01 ws-file-info                 pic x(16) value spaces.
       01 ws-jrnlnew-name              pic x(60) value
           '../../../A7-EmpMastJournal.new'.
      *
       procedure division.
      *
       000-main.
      *
           accept ws-run-date from date.
           accept ws-run-time from time.
           compute ws-run-ccyymmdd = 20000000 + ws-run-yy * 10000
             + ws-run-mm * 100 + ws-run-dd.
      *
           perform 105-load-control.
           perform 110-load-restart-point.
      *
      *the log is permanent - created on the first run there is
      *nothing to extend yet
           open extend steplog-file.
           if not ws-steplog-file-ok
               open output steplog-file
           end-if.
      *
           perform 300-run-one-step
             varying ws-step-idx from 1 by 1
             until ws-step-idx > ws-step-count
               or ws-chain-stopped.
      *
           close steplog-file.
      *
           perform 400-write-restart-point.
      *
      *the failed step's own return code goes out to the job stream
           if ws-chain-stopped
               move ws-step-rc                      to return-code
           end-if.
      *
           stop run.
      *
       105-load-control.
      *thresholds and the generation count, where the control file
      *supplies them - an unreadable row is left at the built-in
      *value rather than guessed at
           open input ctl-file.

           if ws-ctl-file-ok
               read ctl-file
                   at end move 'y'               to ws-ctl-eof-flag
               end-read

               perform until ws-ctl-end-of-file

                   if ctl-rec-generations
                     and ctl-gen-count is numeric
                     and ctl-gen-count > '00'
                       move ctl-gen-count           to ws-generations
                   end-if

                   if ctl-rec-threshold
                     and ctl-rec-step is numeric
                     and ctl-rec-value is numeric
                       move ctl-rec-step            to ws-step-idx
                       if ws-step-idx >= 1
                         and ws-step-idx <= ws-step-count
                           move ctl-rec-value       to
                           ws-step-threshold(ws-step-idx)
                       end-if
                   end-if

                   read ctl-file
                       at end move 'y'           to ws-ctl-eof-flag
                   end-read

               end-perform

               close ctl-file
           end-if.

       110-load-restart-point.
      *the step the last run stopped at - 00 or no file means the
      *last run finished, and this one starts at the top
           open input restart-file.

           if ws-restart-file-ok
               read restart-file
                   at end move '00'              to restart-rec
               end-read

               if restart-rec-step is numeric
                 and restart-rec-step >= 1
                 and restart-rec-step <= ws-step-count
                   move restart-rec-step            to ws-resume-step
               end-if

               close restart-file
           end-if.

       300-run-one-step.
      *a step before the resume point finished in an earlier run and
      *is logged as such, not rerun. Any other step is run, timed
      *and held to its threshold
           move spaces                              to steplog-rec.
           move ws-run-ccyymmdd                     to
           steplog-rec-run-date.
           move ws-run-time(1:6)                    to
           steplog-rec-run-time.
           move ws-step-idx                         to steplog-rec-step.
           move ws-step-name(ws-step-idx)           to steplog-rec-name.
           move ws-step-threshold(ws-step-idx)      to
           steplog-rec-threshold.
           move 0                                   to ws-step-rc.

           if ws-step-idx < ws-resume-step
               move 0                               to
               steplog-rec-start-time
               move 0                               to
               steplog-rec-end-time
               move 0                               to steplog-rec-rc
               move 'DONE EARLIER'                  to
               steplog-rec-outcome
           else
               accept steplog-rec-start-time from time

               if ws-step-runs-program(ws-step-idx)
                   perform 310-run-program
               end-if
               if ws-step-swaps-master(ws-step-idx)
                   perform 325-check-pending-journal
                   if ws-step-rc = 0
                       move '../../../A7-EmpMaster' to ws-swap-base
                       perform 330-swap-file
                   end-if
                   if ws-step-rc = 0
                       perform 350-append-journal
                   end-if
               end-if
               if ws-step-swaps-history(ws-step-idx)
                   move '../../../A7-History'       to ws-swap-base
                   perform 330-swap-file
               end-if

               accept steplog-rec-end-time from time
               move ws-step-rc                      to steplog-rec-rc

               if ws-step-rc > ws-step-threshold(ws-step-idx)
                   move 'y'                         to ws-chain-flag
                   move ws-step-idx                 to ws-failed-step
                   move 'STOPPED'                   to
                   steplog-rec-outcome
               else
                   move 'COMPLETE'                  to
                   steplog-rec-outcome
               end-if
           end-if.

           write steplog-rec.

       310-run-program.
      *the shell hands back the wait status - the program's return
      *code is its high byte. A program that could not be started
      *or was killed rather than ending is as bad as missing input
           call 'SYSTEM' using ws-step-command(ws-step-idx)
             returning ws-system-status
           end-call.

           if ws-system-status < 0
               move 16                              to ws-step-rc
           else
               divide ws-system-status by 256
                 giving ws-step-rc
                 remainder ws-system-signal
               if ws-system-signal not = 0
                   move 16                          to ws-step-rc
               end-if
           end-if.

       325-check-pending-journal.
      *maintenance writes its journal rows beside every new master it
      *writes - a new master without them is not swapped in, or the
      *batch's changes would be missing from the journal for good
           call 'CBL_CHECK_FILE_EXIST' using ws-jrnlnew-name
             ws-file-info
             returning ws-file-rc
           end-call.

           if ws-file-rc not = 0
               move 16                              to ws-step-rc
           end-if.

       330-swap-file.
      *swaps the new file in behind the production one - no new
      *file means the step before it never produced one, and nothing
      *is touched. Otherwise the oldest generation kept drops off,
      *each other moves down one, the production file becomes
      *generation 01 and the new file takes its place
           move spaces                              to ws-dat-name.
           string ws-swap-base delimited by space
             '.dat' delimited by size
             into ws-dat-name
           end-string.
           move spaces                              to ws-new-name.
           string ws-swap-base delimited by space
             '.new' delimited by size
             into ws-new-name
           end-string.

           call 'CBL_CHECK_FILE_EXIST' using ws-new-name
             ws-file-info
             returning ws-file-rc
           end-call.

           if ws-file-rc not = 0
               move 16                              to ws-step-rc
           else
               perform 340-rotate-generations

               if ws-step-rc = 0
                   call 'CBL_RENAME_FILE' using ws-new-name
                     ws-dat-name
                     returning ws-file-rc
                   end-call
                   if ws-file-rc not = 0
                       move 16                      to ws-step-rc
                   end-if
               end-if
           end-if.

       340-rotate-generations.
      *a generation missing from the chain - the first few months
      *of running - simply isn't moved. A production file that could
      *not be kept as generation 01 stops the swap, so it is never
      *overwritten with nothing to fall back on; one that doesn't
      *exist yet has nothing to keep
           move ws-generations                      to ws-gen.
           perform 345-build-gen-name.
           call 'CBL_DELETE_FILE' using ws-gen-name
             returning ws-file-rc
           end-call.

           perform varying ws-gen-next from ws-generations by -1
             until ws-gen-next < 2
               compute ws-gen = ws-gen-next - 1
               perform 345-build-gen-name
               perform 347-build-next-gen-name
               call 'CBL_RENAME_FILE' using ws-gen-name
                 ws-gen-next-name
                 returning ws-file-rc
               end-call
           end-perform.

           move 1                                   to ws-gen.
           perform 345-build-gen-name.
           call 'CBL_CHECK_FILE_EXIST' using ws-dat-name
             ws-file-info
             returning ws-file-rc
           end-call.

           if ws-file-rc = 0
               call 'CBL_COPY_FILE' using ws-dat-name
                 ws-gen-name
                 returning ws-file-rc
               end-call
               if ws-file-rc not = 0
                   move 16                          to ws-step-rc
               end-if
           end-if.

       345-build-gen-name.
      *generation ws-gen of the file being swapped - .G01 the newest
           move spaces                              to ws-gen-name.
           string ws-swap-base delimited by space
             '.G' delimited by size
             ws-gen delimited by size
             into ws-gen-name
           end-string.

       347-build-next-gen-name.
           move spaces                              to ws-gen-next-name.
           string ws-swap-base delimited by space
             '.G' delimited by size
             ws-gen-next delimited by size
             into ws-gen-next-name
           end-string.

       350-append-journal.
      *the swapped-in batch's journal rows onto the end of the
      *permanent journal - created on the first swap there is
      *nothing to extend yet. The pending file goes once it is
      *across, so a rerun can never append it twice
           open input jrnlnew-file.
           if not ws-jrnlnew-file-ok
               move 16                              to ws-step-rc
           else
               open extend journal-file
               if not ws-journal-file-ok
                   open output journal-file
               end-if

               if not ws-journal-file-ok
                   move 16                          to ws-step-rc
                   close jrnlnew-file
               else
                   move 'n'                         to
                   ws-jrnlnew-eof-flag
                   read jrnlnew-file
                       at end move 'y'           to ws-jrnlnew-eof-flag
                   end-read
                   perform until ws-jrnlnew-end-of-file
                       write journal-rec from jrnlnew-rec
                       read jrnlnew-file
                           at end move 'y'       to ws-jrnlnew-eof-flag
                       end-read
                   end-perform
                   close jrnlnew-file
                     journal-file

                   call 'CBL_DELETE_FILE' using ws-jrnlnew-name
                     returning ws-file-rc
                   end-call
               end-if
           end-if.

       400-write-restart-point.
      *a stopped chain leaves the step to resume at, a finished one
      *leaves 00 so the next month starts from the top
           open output restart-file.

           if ws-chain-stopped
               move ws-failed-step                  to restart-rec-step
           else
               move 0                               to restart-rec-step
           end-if.
           move ws-run-ccyymmdd                     to
           restart-rec-run-date.
           move ws-run-time                         to
           restart-rec-run-time.

           write restart-rec.

           close restart-file.
      *
       end program A7-MonthEndControl.
