       author. Ahmed Butt.
       date-written. 2026-09-02.
      *Program Description: Transaction-driven maintenance for the hr
      *employee master - applies a file of adds, name/team changes,
      *terminations and rehires against A7-EmpMaster.dat, validates
      *every transaction (duplicate operator number on an add,
      *unknown operator on a change or termination, unusable hire or
      *effective date), writes the new master to A7-EmpMaster.new
      *for the job stream to swap in, prints a before/after change
      *report, and rejects bad transactions to their own file with a
      *reason - so hr sends us transactions instead of editing a
      *production file by hand. Every transaction applied is also
      *journalled with its effective date and the record before and
      *after, so who left when, who came back and what they were
      *called before survive the rewrite of the master. The batch's
      *journal rows go to A7-EmpMastJournal.new beside the new master
      *and are appended to the permanent journal by the same job
      *stream step that swaps the new master in - a batch that is
      *never swapped in leaves nothing on the journal
      *
       environment division.
       input-output section.
           select reject-file
               assign to '../../../A7-EmpMastTrans.rej'
               organization is line sequential.
      *
      *this batch's journal rows - rewritten by each batch, and
      *appended to the permanent journal A7-EmpMastJournal.dat when
      *the new master is swapped in
           select journal-file
               assign to '../../../A7-EmpMastJournal.new'
               organization is line sequential
               file status is ws-journal-status.
      *
       data division.
       file section.
      *master fields it carries. An add needs every field, a change
      *replaces only the name and/or team it carries (spaces leave
      *the master value standing), a termination needs only the
      *operator number, and a rehire puts a terminated operator back
      *on as active, with a fresh hire date when it carries one. The
      *effective date the change took hold, yyyymmdd, rides on the
      *end - transactions cut before it was added leave it off, and
      *a blank one journals the hire date on an add or rehire that
      *carries one and the run date otherwise
       fd trans-file
           data record is trans-rec
           record contains 34 characters.
      *
       01 trans-rec.
         05 trans-rec-action           pic x.
           88 trans-rec-add value 'A'.
           88 trans-rec-change value 'C'.
           88 trans-rec-term value 'T'.
           88 trans-rec-rehire value 'R'.
         05 trans-rec-num              pic x(3).
         05 trans-rec-name             pic x(12).
         05 trans-rec-team             pic x(2).
         05 trans-rec-hire-date        pic x(8).
         05 trans-rec-eff-date         pic x(8).
      *
       fd newmast-file
           data record is newmast-rec
      *turned away
       fd reject-file
           data record is reject-rec
           record contains 54 characters.
      *
       01 reject-rec.
         05 reject-rec-trans           pic x(34).
         05 reject-rec-reason          pic x(20).
      *
      *one row per transaction applied - the date it took effect,
      *the action, and the master record before and after it. The
      *before image is blank on an add. Stamped with the run date
      *and time of the batch that applied it
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
       working-storage section.
      *
      *
       01 ws-trans-eof-flag            pic x value 'n'.
         88 ws-trans-end-of-file value "y".
      *
       01 ws-journal-status            pic xx value spaces.
         88 ws-journal-file-ok value "00".
      *
      *the master held in storage while the batch applies to it -
      *adds go on the end, so a later transaction in the same batch
         05 ws-trans-added             pic 9(5) value 0.
         05 ws-trans-changed           pic 9(5) value 0.
         05 ws-trans-termed            pic 9(5) value 0.
         05 ws-trans-rehired           pic 9(5) value 0.
         05 ws-trans-rejected          pic 9(5) value 0.
         05 ws-journal-written         pic 9(5) value 0.
      *
      *validation verdict for the transaction in hand
       01 ws-valid-flag                pic x value 'y'.
           10 ws-hire-yyyy             pic 9(4).
           10 ws-hire-mm               pic 99.
           10 ws-hire-dd               pic 99.
      *
      *the effective date journalled for the transaction in hand
       01 ws-eff-date                  pic 9(8) value 0.
      *
       01 ws-run-date.
         05 ws-run-yy                  pic 99.
         05 ws-run-mm                  pic 99.
         05 ws-run-dd                  pic 99.
      *
       01 ws-run-ccyymmdd              pic 9(8) value 0.
       01 ws-run-time                  pic 9(8) value 0.
      *
       01 ws-change-heading.
         05 filler                     pic x(4) value spaces.
       01 ws-reject-line.
         05 filler                     pic x(4) value spaces.
         05 filler                     pic x(10) value "rejected: ".
         05 ws-rej-line-trans          pic x(34).
         05 filler                     pic x(2) value spaces.
         05 ws-rej-line-reason         pic x(20).
      *
       000-main.
      *
           accept ws-run-date from date.
           accept ws-run-time from time.
           move ws-run-time                         to ws-chg-head-time.
           move ws-run-date                         to ws-chg-head-date.
           compute ws-run-ccyymmdd = 20000000 + ws-run-yy * 10000
             + ws-run-mm * 100 + ws-run-dd.
      *
           perform 150-load-master.
      *
           open output change-file.
           open output reject-file.
           open output journal-file.
      *
           write change-line from ws-change-heading
             after advancing 1 line.
                 after advancing 2 lines
               close change-file
                 reject-file
                 journal-file
               move 16                              to return-code
               stop run
           end-if.
           perform 450-write-batch-counts.
      *
           close change-file
             reject-file
             journal-file.
      *
      *a batch with no master to apply against, or no transactions to
      *apply, has done nothing - surface that to the job stream. A
      *batch that rejected half or more of its transactions is not
      *fit to swap in, any rejects at all need correcting and
      *resending
           if ws-mstr-count = 0
             or not ws-trans-file-ok
               move 16                              to return-code
           else
               if ws-trans-rejected > 0
                 and ws-trans-rejected * 2 >= ws-trans-read
                   move 8                           to return-code
               else
                   if ws-trans-rejected > 0
                       move 4                       to return-code
                   end-if
               end-if
           end-if.
      *
           stop run.
                   if trans-rec-change
                       perform 330-apply-change
                   else
                       if trans-rec-term
                           perform 340-apply-termination
                       else
                           perform 345-apply-rehire
                       end-if
                   end-if
               end-if
           end-if.
      *every transaction is checked before anything is touched - the
      *checks mirror the layout breaks hand-editing used to cause:
      *a duplicate operator number on an add, a change or termination
      *for an operator the master has never heard of, and a hire or
      *effective date that is not a usable calendar date
           move 'y'                                 to ws-valid-flag.
           move spaces                              to ws-reject-reason.

           if not trans-rec-add
             and not trans-rec-change
             and not trans-rec-term
             and not trans-rec-rehire
               move 'n'                             to ws-valid-flag
               move 'UNKNOWN ACTION CODE'           to ws-reject-reason
           end-if.

           if ws-trans-valid
             and (trans-rec-add
               or ((trans-rec-change or trans-rec-rehire)
                 and trans-rec-hire-date not = spaces))
               perform 315-validate-hire-date
           end-if.

      *only a leaver can be hired back - a rehire for an operator
      *still active would journal a return that never happened
           if ws-trans-valid
             and trans-rec-rehire
             and ws-mstr-status(ws-mstr-idx) not = 'T'
               move 'n'                             to ws-valid-flag
               move 'NOT TERMINATED'                to ws-reject-reason
           end-if.

           if ws-trans-valid
               perform 317-set-effective-date
           end-if.

      *a batch of adds can outgrow the master table - reject the add
      *rather than quietly dropping it
           if ws-trans-valid
               end-if
           end-if.

       317-set-effective-date.
      *the date the transaction took hold, for the journal - the one
      *it carries, which must be a plausible calendar date, else the
      *hire date on an add or rehire that carries one, else the run
      *date
           if trans-rec-eff-date = spaces
               if (trans-rec-add or trans-rec-rehire)
                 and trans-rec-hire-date not = spaces
                   move trans-rec-hire-date         to ws-eff-date
               else
                   move ws-run-ccyymmdd             to ws-eff-date
               end-if
           else
               if trans-rec-eff-date is not numeric
                   move 'n'                         to ws-valid-flag
                   move 'BAD EFFECTIVE DATE'        to ws-reject-reason
               else
                   move trans-rec-eff-date          to ws-hire-date
                   if ws-hire-yyyy < 1900
                     or ws-hire-yyyy > 2099
                     or ws-hire-mm < 1
                     or ws-hire-mm > 12
                     or ws-hire-dd < 1
                     or ws-hire-dd > 31
                       move 'n'                     to ws-valid-flag
                       move 'BAD EFFECTIVE DATE'    to
                       ws-reject-reason
                   else
                       move trans-rec-eff-date      to ws-eff-date
                   end-if
               end-if
           end-if.

       320-apply-add.
      *appends the new operator to the master table as active and
      *prints the record it created
           move 'added:   '                         to ws-image-caption.
           perform 350-print-record-image.

           move spaces                              to
           journal-rec-before.
           move 0                                   to
           journal-rec-bef-hire.
           perform 370-write-journal.

       330-apply-change.
      *replaces the name and/or team (and, when the transaction
      *carries one, the hire date) on the matched master entry -
      *points at the matched entry from validation
           move 'before:  '                         to ws-image-caption.
           perform 350-print-record-image.
           perform 365-stage-before-image.

           if trans-rec-name not = spaces
               move trans-rec-name                  to

           move 'after:   '                         to ws-image-caption.
           perform 350-print-record-image.
           perform 370-write-journal.

       340-apply-termination.
      *sets the matched master entry's status to terminated - the
      *what to do about leavers
           move 'before:  '                         to ws-image-caption.
           perform 350-print-record-image.
           perform 365-stage-before-image.

           move 'T'                                 to
           ws-mstr-status(ws-mstr-idx).

           move 'after:   '                         to ws-image-caption.
           perform 350-print-record-image.
           perform 370-write-journal.

       345-apply-rehire.
      *puts a terminated operator back on the master as active -
      *with the fresh hire date the transaction carries, when it
      *carries one, so tenure restarts from the return; a blank hire
      *date keeps the original. A name or team carried replaces the
      *master value the way a change does
           move 'before:  '                         to ws-image-caption.
           perform 350-print-record-image.
           perform 365-stage-before-image.

           if trans-rec-name not = spaces
               move trans-rec-name                  to
               ws-mstr-name(ws-mstr-idx)
           end-if.
           if trans-rec-team not = spaces
               move trans-rec-team                  to
               ws-mstr-team(ws-mstr-idx)
           end-if.
           if trans-rec-hire-date not = spaces
               move trans-rec-hire-date             to
               ws-mstr-hire-date(ws-mstr-idx)
           end-if.
           move 'A'                                 to
           ws-mstr-status(ws-mstr-idx).

           add 1                                    to ws-trans-rehired.

           move 'after:   '                         to ws-image-caption.
           perform 350-print-record-image.
           perform 370-write-journal.

       350-print-record-image.
      *one line of the change report showing the master entry at
           write change-line from ws-reject-line
             after advancing 2 lines.

       365-stage-before-image.
      *the master entry at ws-mstr-idx as it stood before the
      *transaction, held in the journal record until the after
      *image joins it
           move ws-mstr-name(ws-mstr-idx)           to
           journal-rec-bef-name.
           move ws-mstr-team(ws-mstr-idx)           to
           journal-rec-bef-team.
           move ws-mstr-hire-date(ws-mstr-idx)      to
           journal-rec-bef-hire.
           move ws-mstr-status(ws-mstr-idx)         to
           journal-rec-bef-status.

       370-write-journal.
      *adds the applied transaction to the batch's journal rows -
      *the before image staged by the apply paragraph, the master
      *entry at ws-mstr-idx as it now stands after it
           move ws-eff-date                         to
           journal-rec-eff-date.
           move trans-rec-action                    to
           journal-rec-action.
           move ws-mstr-num(ws-mstr-idx)            to journal-rec-num.
           move ws-mstr-name(ws-mstr-idx)           to
           journal-rec-aft-name.
           move ws-mstr-team(ws-mstr-idx)           to
           journal-rec-aft-team.
           move ws-mstr-hire-date(ws-mstr-idx)      to
           journal-rec-aft-hire.
           move ws-mstr-status(ws-mstr-idx)         to
           journal-rec-aft-status.
           move ws-run-ccyymmdd                     to
           journal-rec-run-date.
           move ws-run-time                         to
           journal-rec-run-time.
           write journal-rec.

           add 1                                    to
           ws-journal-written.

       400-write-new-master.
      *writes the maintained table out whole as the new master, in
      *the table's order - the production file's order with this
           write change-line from ws-count-line
             after advancing 1 line.

           move "operators rehired:"                to ws-count-caption.
           move ws-trans-rehired                    to ws-count-amount.
           write change-line from ws-count-line
             after advancing 1 line.

           move "transactions rejected:"            to ws-count-caption.
           move ws-trans-rejected                   to ws-count-amount.
           write change-line from ws-count-line
           move ws-mstr-count                       to ws-count-amount.
           write change-line from ws-count-line
             after advancing 2 lines.

           move "journal entries written:"          to ws-count-caption.
           move ws-journal-written                  to ws-count-amount.
           write change-line from ws-count-line
             after advancing 1 line.
      *
       end program A7-EmpMasterMaint.
