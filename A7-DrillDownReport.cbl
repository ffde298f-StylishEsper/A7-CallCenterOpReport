      *
      *one row per operator per day from the switch - same layout the
      *feed build reads, minutes arrive as spaces on older logs. The
      *switch's half-hourly interval rows (marked 'I') and per-team
      *queue rows (marked 'Q') ride the same file and are passed over
      *here, day rows are this report's grain
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
      *prints one day's row when it falls inside the selection - the
      *same usability rules the feed build applies, so every day the
      *feed counted (and only those) can show up here. Half-hourly
      *interval rows belong to the intraday profile and queue rows to
      *the service-level report - both are passed over
           if not interval-record
             and not queue-record
               add 1                                to ws-days-read

               if daily-rec-date is numeric
