*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*>     File:  statfeed.cob
*>     Missing-and-late feed companion to statsnew - reads the feed
*>     registry master (FEEDREG.DAT), one card per input file the
*>     suite expects to receive, works out which feeds were due on
*>     a run date from each card's frequency and expected days, and
*>     checks every one of them against the run-history master
*>     (RUNHIST.DAT). a feed with no history record for the day, or
*>     one that was run after its cutoff time, is printed and
*>     appended to the alerts master, so an upstream extract that
*>     never landed is on the morning statalrt report instead of
*>     being found out when a business user asks for it
*>-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

     identification division.

       program-id. statfeed.

     environment division.
       input-output section.
       file-control.
       select registry-file assign to dynamic registry-fname
           organization is line sequential
           file status is reg-file-status.
       select optional history-file assign to dynamic history-fname
           organization is indexed
           access mode is dynamic
           record key is hist-key
           alternate record key is hist-run-date with duplicates
           file status is hist-file-status.
       select optional alerts-file assign to dynamic alerts-fname
           organization is line sequential
           file status is alert-file-status.
       select optional lock-file assign to dynamic lock-fname
           organization is line sequential
           file status is lock-file-status.

     data division.
       file section.
       fd registry-file.
           01 registry-fd-line pic x(120).
       *> same layout the statsnew history-file is keyed on, so the
       *> two programs stay in step
       fd history-file.
           01 history-record.
              02 hist-key.
                 03 hist-in-fname  picture x(30).
                 03 hist-run-date  picture x(8).
                 03 hist-run-seq   picture 9(3).
              02 hist-run-time     picture x(4).
              02 hist-out-fname    picture x(30).
              02 hist-read         picture 9(9).
              02 hist-skipped      picture 9(9).
              02 hist-trunc        picture x(1).
              02 hist-mean         picture x(20).
              02 hist-median       picture x(20).
              02 hist-stddev       picture x(20).
              02 hist-status       picture x(1).
              02 hist-proc-date    picture x(8).
              02 filler            picture x(37).
       fd alerts-file.
           01 alerts-fd-line pic x(160).
       fd lock-file.
           01 lock-fd-line pic x(80).

       working-storage section.
       77 registry-fname pic x(40) value 'FEEDREG.DAT'.
       77 reg-file-status pic x(2) value '00'.
       77 history-fname pic x(40) value 'RUNHIST.DAT'.
       77 hist-file-status pic x(2) value '00'.
       77 feof-reg  pic 9 value 1.
       77 feof-his  pic 9 value 1.
       77 parm-string pic x(80).
       77 parm-ok pic x value 'Y'.
       *> the PARM travels as space-separated tokens, the stathist
       *> shape - the shared parm-token is the same "call" style
       77 parm-token-1 pic x(45).
       77 parm-token-2 pic x(45).
       77 parm-token   pic x(45).
       77 check-date pic x(8) value spaces.
       77 today-date pic x(8) value spaces.
       77 now-time   pic x(8) value spaces.
       77 date-work  picture s9(9) usage is computational.
       77 date-disp  picture 9(8).
       *> 1 = Monday ... 7 = Sunday, the column order of the
       *> registry's expected-days mask
       77 check-dow  picture s9(4) usage is computational value zero.
       77 check-dom  picture s9(4) usage is computational value zero.
       77 check-last-day pic x value 'N'.
       77 day-want   picture s9(4) usage is computational value zero.
       77 expected   pic x value 'N'.
       77 feed-found pic x value 'N'.
       77 found-time pic x(4) value spaces.
       *> the calendar day the first version was run - later than
       *> the check date only when the day's figures first came in
       *> on a RESTATE run, which is a late feed however early in
       *> the day the restatement ran
       77 found-proc-date pic x(8) value spaces.
       77 i       picture s9(9) usage is computational.
       77 j       picture s9(9) usage is computational.
       77 reg-count      picture s9(9) usage is computational value zero.
       77 expected-count picture s9(9) usage is computational value zero.
       77 ontime-count   picture s9(9) usage is computational value zero.
       77 late-count     picture s9(9) usage is computational value zero.
       77 missing-count  picture s9(9) usage is computational value zero.
       77 notdue-count   picture s9(9) usage is computational value zero.
       77 count-disp     picture zzzzzzzz9.

       *> tokens of a MONTHLY card's expected-days list, e.g.
       *> 01,15,LAST - the shared day-token is the "call" field
       77 day-token-1 pic x(4).
       77 day-token-2 pic x(4).
       77 day-token-3 pic x(4).
       77 day-token-4 pic x(4).
       77 day-token-5 pic x(4).
       77 day-token-6 pic x(4).
       77 day-token   pic x(4).

       *> the history master stays open across the registry pass, each
       *> card is one keyed read of its feed's runs on the check date
       77 history-open pic x value 'N'.

       *> central alerts master shared with the rest of the suite -
       *> a feed that never arrived must reach the morning statalrt
       *> report. same record layout the others append, and an
       *> alerts problem is only warned about
       77 alerts-fname pic x(40) value 'ALERTS.DAT'.
       77 alert-file-status pic x(2) value '00'.
       77 alert-time picture x(6) value spaces.
       77 alert-severity pic x(4).
       77 alert-text pic x(75).
       *> the same ALERTS.DAT.LCK append lock statsnew takes
       77 lock-fname pic x(50).
       77 lock-file-status pic x(2) value '00'.
       77 lock-held pic x value 'N'.
       77 lock-try      picture s9(4) usage is computational value zero.
       77 lock-wait-max picture s9(4) usage is computational value 30.
       77 lock-nap      picture 9(2) value 1.
       01 lock-stamp-record.
          02 lck-date          picture x(8).
          02 filler            picture x(1) value spaces.
          02 lck-time          picture x(6).
          02 filler            picture x(1) value spaces.
          02 lck-feed          picture x(30).

       01 alert-record.
          02 alr-date          picture x(8).
          02 filler            picture x(1) value spaces.
          02 alr-time          picture x(6).
          02 filler            picture x(1) value spaces.
          02 alr-program       picture x(8).
          02 filler            picture x(1) value spaces.
          02 alr-feed          picture x(30).
          02 filler            picture x(1) value spaces.
          02 alr-severity      picture x(4).
          02 filler            picture x(1) value spaces.
          02 alr-message       picture x(75).

       *> one card per feed the suite expects to receive:
       *>   frequency  DAILY, WEEKLY or MONTHLY
       *>   days       DAILY/WEEKLY - a seven-column Y/N mask, Monday
       *>              first (YYYYYNN = business days); blank on a
       *>              DAILY card means every day of the week
       *>              MONTHLY - days of the month separated by
       *>              commas, LAST for the month end (01,15,LAST);
       *>              a day past the end of a short month falls due
       *>              on its last day
       *>   cutoff     hhmm the feed must have been run by - blank
       *>              means "some time today"
       *>   owner      who to chase when it does not turn up
       *>   generations how many generations of its outputs statsnew
       *>              keeps - blank for the statsnew default
       01 registry-record.
          02 reg-in-fname      picture x(30).
          02 filler            picture x(1).
          02 reg-frequency     picture x(7).
          02 filler            picture x(1).
          02 reg-days          picture x(20).
          02 filler            picture x(1).
          02 reg-cutoff        picture x(4).
          02 filler            picture x(1).
          02 reg-owner         picture x(40).
          02 filler            picture x(1).
          02 reg-generations   picture x(3).
          02 filler            picture x(11).

       01 feed-line.
          02 out-feed-fname    picture x(30).
          02 filler            picture x(1) value spaces.
          02 out-feed-freq     picture x(7).
          02 filler            picture x(1) value spaces.
          02 out-feed-cutoff   picture x(4).
          02 filler            picture x(2) value spaces.
          02 out-feed-arrived  picture x(4).
          02 filler            picture x(2) value spaces.
          02 out-feed-status   picture x(8).
          02 filler            picture x(1) value spaces.
          02 out-feed-owner    picture x(40).

    *> MAIN entry to the program
    procedure division.

       display ' '.
       display '------------------------------------'.
       display '  STATSNEW MISSING AND LATE FEEDS'.
       display '------------------------------------'.
       display ' '.

       *> the PARM picks the run date to check and, optionally, a
       *> registry other than the live one:
       *>   (blank)                  - today, FEEDREG.DAT
       *>   DATE:20260814            - the feeds due on the 14th
       *>   REG:TESTREG.DAT          - check against another registry
       accept parm-string from command-line.
       accept today-date from date yyyymmdd.
       accept now-time from time.
       move today-date to check-date.
       perform parse-feed-parm.

       if parm-ok = 'N'
           display 'ABORTING: PARM must be DATE:yyyymmdd and/or REG:file'
           move 8 to return-code
       else
           perform work-out-check-day
           perform open-run-history
           open input registry-file
           if reg-file-status not = '00'
               display 'ERROR: feed registry ' function trim(registry-fname)
                   ' could not be opened, status ' reg-file-status
               move 8 to return-code
           else
               display 'Feeds due on ' check-date ' per '
                   function trim(registry-fname)
               display ' '
               display 'INPUT FILE                     FREQ    '
                   'CUTOFF ARRIVED STATUS   OWNER'
               display '--------------------------------------------------'
                   '--------------------------------------------------'
               perform check-registry-card until feof-reg = 0
               close registry-file
               if history-open = 'Y'
                   close history-file
               end-if
               display '--------------------------------------------------'
                   '--------------------------------------------------'
               perform print-feed-totals
               *> a missing feed outranks a late one - the scheduler
               *> holds downstream either way, the code tells the
               *> operator which it was
               if missing-count > 0
                   move 8 to return-code
               else
                   if late-count > 0
                       move 4 to return-code
                   end-if
               end-if
           end-if
       end-if.

       stop run.

       body section.

       *> Paragraph to break the PARM down into its tokens, in either
       *> order - an unrecognized token stops the check rather than
       *> silently checking the wrong day
       parse-feed-parm.
           move spaces to parm-token-1, parm-token-2
           unstring parm-string delimited by all ' '
               into parm-token-1, parm-token-2
           move parm-token-1 to parm-token
           perform apply-feed-token
           move parm-token-2 to parm-token
           perform apply-feed-token.

       apply-feed-token.
           evaluate true
               when parm-token = spaces
                   continue
               when parm-token(1:5) = 'DATE:'
                   move parm-token(6:8) to check-date
                   if check-date not numeric
                       display 'ERROR: DATE: must be followed by yyyymmdd'
                       move 'N' to parm-ok
                   else
                       if function test-date-yyyymmdd(function numval(check-date))
                           not = 0
                           display 'ERROR: DATE: ' check-date ' is not a date'
                           move 'N' to parm-ok
                       end-if
                   end-if
               when parm-token(1:4) = 'REG:'
                   move parm-token(5:40) to registry-fname
               when other
                   display 'ERROR: PARM token '
                       function trim(parm-token) ' not understood'
                   move 'N' to parm-ok
           end-evaluate.

       *> Paragraph to work out the weekday and day of month of the
       *> check date once, for every card to be judged against. day
       *> 1 of the integer calendar (1 January 1601) was a Monday
       work-out-check-day.
           compute date-work =
               function integer-of-date(function numval(check-date))
           compute i = date-work - 1
           divide i by 7 giving j remainder check-dow
           add 1 to check-dow
           compute check-dom = function numval(check-date(7:2))
           *> the month end is the day whose tomorrow is the 1st
           add 1 to date-work
           compute date-disp = function date-of-integer(date-work)
           if date-disp(7:2) = '01'
               move 'Y' to check-last-day
           else
               move 'N' to check-last-day
           end-if.

       *> Paragraph to open the run-history master for the registry
       *> pass - the select is OPTIONAL, so a site with no history yet
       *> simply has every due feed missing
       open-run-history.
           move 'N' to history-open
           open input history-file
           if hist-file-status = '00' or hist-file-status = '05'
               move 'Y' to history-open
           else
               display 'WARNING: run history ' function trim(history-fname)
                   ' could not be opened, status ' hist-file-status
           end-if.

       *> Paragraph to look reg-in-fname up on the check date - the
       *> master is keyed on input filename, run date and run sequence,
       *> so the first key of the day is the run that says when the
       *> feed actually arrived. sets feed-found/found-time
       find-feed-history.
           move 'N' to feed-found
           move spaces to found-time, found-proc-date
           if history-open = 'Y'
               move 1 to feof-his
               move reg-in-fname to hist-in-fname
               move check-date to hist-run-date
               move zero to hist-run-seq
               start history-file key is not less than hist-key
                   invalid key move 0 to feof-his
               end-start
               if feof-his not = 0
                   read history-file next record
                       at end move 0 to feof-his
                   end-read
               end-if
               if feof-his not = 0
                   and hist-in-fname = reg-in-fname
                   and hist-run-date = check-date
                   move 'Y' to feed-found
                   move hist-run-time to found-time
                   move hist-proc-date to found-proc-date
               end-if
           end-if.

       *> Paragraph to read one registry card and, when its feed was
       *> due on the check date, judge it against the history
       check-registry-card.
           read registry-file into registry-record
               at end move 0 to feof-reg
           end-read
           if feof-reg not = 0 and registry-fd-line not = spaces
               add 1 to reg-count
               perform decide-if-expected
               if expected = 'Y'
                   add 1 to expected-count
                   perform judge-expected-feed
               end-if
           end-if.

       *> Paragraph to decide from the card's frequency and days
       *> whether its feed was due on the check date - sets expected.
       *> a card this program cannot read is checked every day and
       *> warned about, never dropped: a feed nobody checks is the
       *> very failure the registry exists to end
       decide-if-expected.
           move 'N' to expected
           if reg-cutoff not = spaces and reg-cutoff not numeric
               display 'WARNING: cutoff ' reg-cutoff ' of '
                   function trim(reg-in-fname)
                   ' is not hhmm - arrival checked without it'
               move spaces to reg-cutoff
           end-if
           evaluate reg-frequency
               when 'DAILY'
                   if reg-days = spaces
                       move 'Y' to expected
                   else
                       perform check-weekday-mask
                   end-if
               when 'WEEKLY'
                   if reg-days = spaces
                       display 'WARNING: WEEKLY card for '
                           function trim(reg-in-fname)
                           ' names no day - checked every day'
                       move 'Y' to expected
                   else
                       perform check-weekday-mask
                   end-if
               when 'MONTHLY'
                   perform check-month-days
               when other
                   display 'WARNING: frequency ' function trim(reg-frequency)
                       ' of ' function trim(reg-in-fname)
                       ' not DAILY/WEEKLY/MONTHLY - checked every day'
                   move 'Y' to expected
           end-evaluate.

       check-weekday-mask.
           if reg-days( check-dow:1 ) = 'Y' or reg-days( check-dow:1 ) = 'y'
               move 'Y' to expected
           end-if.

       *> Paragraph to test a MONTHLY card's day list against the
       *> check date - LAST, or a day the short month never reaches,
       *> falls due on the month end
       check-month-days.
           move spaces to day-token-1, day-token-2, day-token-3,
               day-token-4, day-token-5, day-token-6
           unstring reg-days delimited by ',' or all ' '
               into day-token-1, day-token-2, day-token-3,
                   day-token-4, day-token-5, day-token-6
           move day-token-1 to day-token
           perform check-month-day
           move day-token-2 to day-token
           perform check-month-day
           move day-token-3 to day-token
           perform check-month-day
           move day-token-4 to day-token
           perform check-month-day
           move day-token-5 to day-token
           perform check-month-day
           move day-token-6 to day-token
           perform check-month-day.

       check-month-day.
           evaluate true
               when day-token = spaces
                   continue
               when day-token = 'LAST'
                   if check-last-day = 'Y'
                       move 'Y' to expected
                   end-if
               when other
                   compute day-want = function numval(day-token)
                   if day-want = check-dom
                       move 'Y' to expected
                   end-if
                   if day-want > check-dom and check-last-day = 'Y'
                       move 'Y' to expected
                   end-if
           end-evaluate.

       *> Paragraph to judge one due feed - received on time, late,
       *> missing, or (checked on the day itself) not yet due
       judge-expected-feed.
           perform find-feed-history
           move reg-in-fname to out-feed-fname
           move reg-frequency to out-feed-freq
           move reg-cutoff to out-feed-cutoff
           move reg-owner to out-feed-owner
           if feed-found = 'Y'
               if found-time = spaces
                   move '----' to out-feed-arrived
               else
                   move found-time to out-feed-arrived
               end-if
               evaluate true
                   when found-proc-date not = spaces
                       and found-proc-date > check-date
                       add 1 to late-count
                       move 'LATE' to out-feed-status
                       move 'WARN' to alert-severity
                       move spaces to alert-text
                       string 'FIRST RUN ON ' delimited by size
                             found-proc-date delimited by size
                             ' AS A RESTATEMENT FOR ' delimited by size
                             check-date delimited by size
                             ' - OWNER ' delimited by size
                             function trim(reg-owner) delimited by size
                          into alert-text
                       perform write-alert-record
                   when reg-cutoff not = spaces and found-time is numeric
                       and found-time > reg-cutoff
                       add 1 to late-count
                       move 'LATE' to out-feed-status
                       move 'WARN' to alert-severity
                       move spaces to alert-text
                       string 'ARRIVED ' delimited by size
                             found-time delimited by size
                             ' AFTER ' delimited by size
                             reg-cutoff delimited by size
                             ' CUTOFF FOR ' delimited by size
                             check-date delimited by size
                             ' - OWNER ' delimited by size
                             function trim(reg-owner) delimited by size
                          into alert-text
                       perform write-alert-record
                   when other
                       add 1 to ontime-count
                       move 'ON TIME' to out-feed-status
               end-evaluate
           else
               move spaces to out-feed-arrived
               if check-date > today-date
                   or ( check-date = today-date
                        and ( reg-cutoff = spaces
                              or now-time(1:4) not > reg-cutoff ) )
                   add 1 to notdue-count
                   move 'NOT DUE' to out-feed-status
               else
                   add 1 to missing-count
                   move 'MISSING' to out-feed-status
                   move 'FAIL' to alert-severity
                   move spaces to alert-text
                   string 'EXPECTED FEED NOT RECEIVED FOR ' delimited by size
                         check-date delimited by size
                         ' - OWNER ' delimited by size
                         function trim(reg-owner) delimited by size
                      into alert-text
                   perform write-alert-record
               end-if
           end-if
           display feed-line.

       *> Paragraph to print the tallies under the feed list
       print-feed-totals.
           move reg-count to count-disp
           display ' Registered feeds   = ' count-disp
           move expected-count to count-disp
           display ' Due on ' check-date '    = ' count-disp
           move ontime-count to count-disp
           display ' Received on time   = ' count-disp
           move late-count to count-disp
           display ' Received late      = ' count-disp
           move missing-count to count-disp
           display ' Missing            = ' count-disp
           move notdue-count to count-disp
           display ' Not yet due        = ' count-disp
           if missing-count > 0 or late-count > 0
               display 'FEED ALERT: missing/late feeds appended to '
                   function trim(alerts-fname)
           end-if.

       *> Paragraph to append one alerting condition to the central
       *> alerts master - same record statsnew appends, stamped
       *> fresh, warned about (never fatal) when it cannot be taken
       write-alert-record.
           accept alr-date from date yyyymmdd
           accept alert-time from time
           move alert-time to alr-time
           move 'STATFEED' to alr-program
           move reg-in-fname to alr-feed
           move alert-severity to alr-severity
           move alert-text to alr-message
           move spaces to lock-fname
           string function trim(alerts-fname) delimited by size
                 '.LCK' delimited by size
              into lock-fname
           perform acquire-append-lock
           if lock-held = 'Y'
               open extend alerts-file
               if alert-file-status = '00' or alert-file-status = '05'
                   write alerts-fd-line from alert-record
                   close alerts-file
               else
                   display 'WARNING: alerts file ' function trim(alerts-fname)
                       ' could not be extended, status ' alert-file-status
               end-if
               perform release-append-lock
           else
               display 'WARNING: alert for ' function trim(reg-in-fname)
                   ' was NOT recorded on the alerts master'
           end-if.

       *> Paragraph to take the append lock named in lock-fname, the
       *> same sidecar-file protocol statsnew uses - wait a bounded
       *> time for the holder to finish, then give up loudly
       acquire-append-lock.
           move 'N' to lock-held
           move zero to lock-try
           accept lck-date from date yyyymmdd
           accept lck-time from time
           move 'STATFEED' to lck-feed
           perform try-append-lock
               until lock-held = 'Y' or lock-try > lock-wait-max
           if lock-held = 'N'
               display 'ERROR: append lock ' function trim(lock-fname)
                   ' still held after waiting - if no job is running,'
                   ' delete the stale lock file'
           end-if.

       try-append-lock.
           add 1 to lock-try
           open input lock-file
           evaluate lock-file-status
               when '05'
                   close lock-file
                   open output lock-file
                   write lock-fd-line from lock-stamp-record
                   close lock-file
                   move 'Y' to lock-held
               when '00'
                   close lock-file
                   if lock-try <= lock-wait-max
                       call 'C$SLEEP' using lock-nap
                   end-if
               when other
                   display 'WARNING: append lock ' function trim(lock-fname)
                       ' probe failed, status ' lock-file-status
                   compute lock-try = lock-wait-max + 1
           end-evaluate.

       release-append-lock.
           if lock-held = 'Y'
               call 'CBL_DELETE_FILE' using lock-fname
               move 'N' to lock-held
           end-if.
