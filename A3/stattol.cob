*>     keyword can no longer silently disable a production limit),
*>     and appends who-changed-what-when to a .AUD audit file the
*>     same way statfix records its repairs - a limit change is a
*>     production change and must leave a trace, and only an
*>     operator the operator master (OPERATOR.DAT) authorizes to
*>     change the feed's limits may make one
*>-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

     identification division.
           organization is line sequential
           file status is tol-file-status.
       select optional history-file assign to dynamic history-fname
           organization is indexed
           access mode is dynamic
           record key is hist-key
           alternate record key is hist-run-date with duplicates
           file status is hist-file-status.
       select optional audit-file assign to dynamic audit-fname
           organization is line sequential
           file status is audit-file-status.
       select optional operator-file assign to dynamic operator-fname
           organization is line sequential
           file status is operator-file-status.
       select optional alerts-file assign to dynamic alerts-fname
           organization is line sequential
           file status is alert-file-status.
       select optional lock-file assign to dynamic lock-fname
           organization is line sequential
           file status is lock-file-status.

     data division.
       file section.
       fd tol-file.
           01 tol-fd-line pic x(60).
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
       fd audit-file.
           01 audit-fd-line pic x(120).
       fd operator-file.
           01 operator-fd-line pic x(80).
       fd alerts-file.
           01 alerts-fd-line pic x(160).
       fd lock-file.
           01 lock-fd-line pic x(80).

       working-storage section.
       77 parm-string pic x(80).
       77 act-mean-lo-disp picture -(14)9.9(4).
       77 act-mean-hi-disp picture -(14)9.9(4).

       *> one audit line per decision - who, when, which limit, and
       *> what it said before and after, same shape as statfix's .AUD
       01 audit-record.
          02 filler            picture x(1) value spaces.
          02 aud-new-value     picture x(20).

       *> operator master - one card per operator and feed covered,
       *> with a Y/N column per function; a feed of *ALL covers every
       *> feed and a card with * in column 1 is a comment. the same
       *> layout statfix and statsnew check against
       77 operator-fname pic x(40) value 'OPERATOR.DAT'.
       77 operator-file-status pic x(2) value '00'.
       77 feof-opr pic 9 value 1.
       01 operator-record.
          02 opr-id            picture x(8).
          02 filler            picture x(1).
          02 opr-repair        picture x(1).
          02 opr-limits        picture x(1).
          02 opr-force         picture x(1).
          02 filler            picture x(1).
          02 opr-feed          picture x(30).
          02 filler            picture x(1).
          02 opr-name          picture x(30).
          02 filler            picture x(6).
       *> shared fields for check-operator-auth - the caller sets the
       *> id, feed and function (REPAIR, LIMITS or FORCE) and gets
       *> auth-ok back, with auth-reason saying why not
       77 auth-id       pic x(8).
       77 auth-feed     pic x(30).
       77 auth-function pic x(6).
       77 auth-ok       pic x value 'N'.
       77 auth-id-known pic x value 'N'.
       77 auth-reason   pic x(40).

       *> central alerts master shared with statsnew - a refused
       *> limit change is recorded there for the morning report
       77 alerts-fname pic x(40) value 'ALERTS.DAT'.
       77 alert-file-status pic x(2) value '00'.
       77 alert-time picture x(6) value spaces.
       77 alert-severity pic x(4).
       77 alert-text pic x(75).
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

       01 limit-line.
          02 filler            picture x(1) value spaces.
          02 out-lim-keyword   picture x(12).
           move parm-string(1:30) to feed-fname
       end-if.

       display 'Enter your operator id: '.
       accept operator-id.
       move function upper-case(operator-id) to operator-id.

       accept run-date from date yyyymmdd.
       accept run-time from time.

       *> a limit change is a production change - only an operator
       *> the operator master authorizes for this feed may make one
       move operator-id to auth-id.
       move feed-fname to auth-feed.
       move 'LIMITS' to auth-function.
       perform check-operator-auth.

       move spaces to tol-fname
       string function trim(feed-fname) delimited by size
             '.TOL' delimited by size
             '.AUD' delimited by size
          into audit-fname.

       if auth-ok = 'N'
           display 'REFUSED: operator ' function trim(operator-id)
               ' may not change the limits of ' function trim(feed-fname)
               ' - ' function trim(auth-reason)
           move 'FAIL' to alert-severity
           move spaces to alert-text
           string 'LIMIT CHANGE REFUSED - OPERATOR ' delimited by size
                 function trim(operator-id) delimited by size
                 ' ' delimited by size
                 function trim(auth-reason) delimited by size
              into alert-text
           perform write-alert-record
           move 8 to return-code
       else
           *> no changes without an audit trail, the statfix rule
           open extend audit-file
           if audit-file-status not = '00' and audit-file-status not = '05'
               display 'ERROR: audit file ' function trim(audit-fname)
                   ' could not be extended, status ' audit-file-status
               display 'No limit changes without an audit trail - stopping.'
               move 8 to return-code
           else
               perform load-limit-file
               perform load-recent-actuals
               perform list-limits
               display ' '
               display 'Commands: ADD kw value / CHG kw value / DEL kw / '
                   'LIST / SAVE / QUIT'
               perform maintenance-loop until maint-done = 'Y'
               close audit-file
               move change-count to change-disp
               display ' '
               display '-----------------------------------------'
               display ' ' function trim(change-disp) ' change(s) made to '
                   function trim(tol-fname)
               display ' Audit trail appended to ' function trim(audit-fname)
               display '-----------------------------------------'
           end-if
       end-if.

       stop run.
           move 1 to feof-his
           open input history-file
           if hist-file-status = '00' or hist-file-status = '05'
               move feed-fname to hist-in-fname
               move low-values to hist-run-date
               move zero to hist-run-seq
               start history-file key is not less than hist-key
                   invalid key move 0 to feof-his
               end-start
               perform load-recent-record until feof-his = 0
               close history-file
           end-if
               perform compute-recent-ranges
           end-if.

       *> Paragraph to read the next history record and keep it while
       *> it still belongs to this feed - past 10 runs the oldest
       *> slides out, only the recent picture matters here. a
       *> superseded version is skipped - its day counts once, at
       *> its current figures
       load-recent-record.
           read history-file next record
               at end move 0 to feof-his
           end-read
           if feof-his not = 0
               if hist-in-fname not = feed-fname
                   move 0 to feof-his
               else
                   if hist-status not = 'S'
                       if recent-count = recent-max
                           perform varying i from 1 by 1 until i > 9
                               move recent-entry( i + 1 ) to recent-entry( i )
                           end-perform
                           subtract 1 from recent-count
                       end-if
                       add 1 to recent-count
                       move hist-run-date to rc-date( recent-count )
                       move hist-read to rc-read( recent-count )
                       move hist-skipped to rc-skipped( recent-count )
                       move hist-mean to rc-mean( recent-count )
                   end-if
               end-if
           end-if.

           move operator-id to aud-operator
           move reply-kw to aud-keyword
           write audit-fd-line from audit-record.

       *> Paragraph to look the operator up on the operator master -
       *> the caller sets auth-id, auth-feed and auth-function and
       *> gets auth-ok back. no master, no authority: the check fails
       *> closed, it never waves a session through
       check-operator-auth.
           move 'N' to auth-ok, auth-id-known
           move spaces to auth-reason
           if auth-id = spaces
               move 'NO OPERATOR ID GIVEN' to auth-reason
           else
               move 1 to feof-opr
               open input operator-file
               evaluate operator-file-status
                   when '00'
                       perform check-operator-card
                           until feof-opr = 0 or auth-ok = 'Y'
                       close operator-file
                       if auth-ok = 'N'
                           if auth-id-known = 'N'
                               move 'NOT ON THE OPERATOR MASTER' to auth-reason
                           else
                               move 'NOT AUTHORIZED FOR THIS FEED' to auth-reason
                           end-if
                       end-if
                   when '05'
                       *> OPTIONAL master not there - the open still
                       *> left it open, so close it before moving on
                       close operator-file
                       move 'OPERATOR MASTER NOT AVAILABLE' to auth-reason
                   when other
                       move 'OPERATOR MASTER NOT AVAILABLE' to auth-reason
               end-evaluate
           end-if.

       check-operator-card.
           read operator-file into operator-record
               at end move 0 to feof-opr
           end-read
           if feof-opr not = 0 and operator-fd-line not = spaces
               and operator-fd-line(1:1) not = '*'
               if function upper-case(opr-id) = auth-id
                   move 'Y' to auth-id-known
                   if opr-feed = auth-feed or opr-feed = '*ALL'
                       evaluate auth-function
                           when 'REPAIR'
                               if opr-repair = 'Y'
                                   move 'Y' to auth-ok
                               end-if
                           when 'LIMITS'
                               if opr-limits = 'Y'
                                   move 'Y' to auth-ok
                               end-if
                           when 'FORCE'
                               if opr-force = 'Y'
                                   move 'Y' to auth-ok
                               end-if
                       end-evaluate
                   end-if
               end-if
           end-if.

       *> Paragraph to append one alerting condition to the central
       *> alerts master - same record statsnew appends, stamped
       *> fresh, warned about (never fatal) when it cannot be taken
       write-alert-record.
           accept alr-date from date yyyymmdd
           accept alert-time from time
           move alert-time to alr-time
           move 'STATTOL' to alr-program
           move feed-fname to alr-feed
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
               display 'WARNING: alert for ' function trim(feed-fname)
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
           move 'STATTOL' to lck-feed
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
