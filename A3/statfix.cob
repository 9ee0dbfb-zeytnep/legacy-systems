*>     non-numeric, zero), lets the operator key a corrected value or
*>     discard the card, writes the corrected cards to a clean .FIX
*>     file ready to append to the next run's input, and records who
*>     changed what and when in a .AUD audit file. only an operator
*>     the operator master (OPERATOR.DAT) authorizes to repair the
*>     feed's exceptions may start a session - anyone else is turned
*>     away and the attempt goes on the alerts master
*>-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

     identification division.
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
           01 fix-out-line pic x(80).
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
       77 reply pic x(20).
       77 reply-work pic x(20).
       77 reply-valid pic x value 'N'.
       77 skip-reason pic x(20).
       *> 'Y' when statsnew refused the card's category code against
       *> the category master - the repair is then a new code, not a
       *> new value
       77 category-reject pic x value 'N'.
       77 corrected-value picture s9(14)v9(4) usage is computational-3.
       77 corrected-count picture s9(9) usage is computational value zero.
       77 discarded-count picture s9(9) usage is computational value zero.
       77 corrected-disp picture zzzzzzzz9.
       77 discarded-disp picture zzzzzzzz9.
       *> the feed the exceptions belong to - the .EXC is named for
       *> the feed input file, so it is the name less its suffix
       77 feed-fname pic x(30).
       77 name-len   picture s9(4) usage is computational value zero.

       *> operator master - one card per operator and feed covered,
       *> with a Y/N column per function; a feed of *ALL covers every
       *> feed and a card with * in column 1 is a comment. the same
       *> layout stattol and statsnew check against
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
       *> repair attempt is recorded there for the morning report
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

       *> same card layout statsnew reads, so the corrected cards can
       *> be appended straight onto the next run's input file
          02 in-x              picture s9(14)v9(4).
          02 in-weight         picture s9(5)v9(2).
          02 in-category       picture x(4).
          02 filler            picture x(31).
          *> statsnew's tag and reason, on a card it refused for its
          *> category - any other card carries its own cols 61-80
          02 in-exc-tag        picture x(4).
          02 in-exc-reason     picture x(16).

       *> one audit line per decision - who, when, what the card
       *> said, and what was done about it
          02 filler            picture x(1) value spaces.
          02 aud-action        picture x(9).
          02 filler            picture x(1) value spaces.
          02 aud-reason        picture x(20).
          02 filler            picture x(1) value spaces.
          02 aud-old-value     picture x(18).
          02 filler            picture x(1) value spaces.
          02 aud-new-value     picture -(14)9.9(4).
          02 aud-new-code redefines aud-new-value picture x(20).

    *> MAIN entry to the program
    procedure division.
           move parm-string(1:40) to exc-fname
       end-if.

       move function length(function trim(exc-fname)) to name-len.
       if name-len > 4 and exc-fname(name-len - 3:4) = '.EXC'
           move exc-fname(1:name-len - 4) to feed-fname
       else
           move exc-fname to feed-fname
       end-if.

       display 'Enter your operator id: '.
       accept operator-id.
       move function upper-case(operator-id) to operator-id.

       accept run-date from date yyyymmdd.
       accept run-time from time.

       *> a repair rewrites production input - only an operator the
       *> operator master authorizes for this feed may make one
       move operator-id to auth-id.
       move feed-fname to auth-feed.
       move 'REPAIR' to auth-function.
       perform check-operator-auth.

       *> corrected cards land in .FIX, the audit trail in .AUD
       move spaces to fix-fname
       string function trim(exc-fname) delimited by size
             '.AUD' delimited by size
          into audit-fname.

       if auth-ok = 'N'
           display 'REFUSED: operator ' function trim(operator-id)
               ' may not repair ' function trim(feed-fname) ' - '
               function trim(auth-reason)
           move 'FAIL' to alert-severity
           move spaces to alert-text
           string 'REPAIR REFUSED - OPERATOR ' delimited by size
                 function trim(operator-id) delimited by size
                 ' ' delimited by size
                 function trim(auth-reason) delimited by size
              into alert-text
           perform write-alert-record
           move 8 to return-code
       else
           open input exc-file
           if exc-file-status not = '00'
               display 'ERROR: exceptions file ' function trim(exc-fname)
                   ' could not be opened, status ' exc-file-status
               move 8 to return-code
           else
               open output fix-file
               open extend audit-file
               if audit-file-status not = '00' and audit-file-status not = '05'
                   display 'ERROR: audit file ' function trim(audit-fname)
                       ' could not be extended, status ' audit-file-status
                   display 'No repairs without an audit trail - stopping.'
                   close exc-file, fix-file
                   move 8 to return-code
               else
                   perform repair-loop until feof-exc = 0
                   close exc-file, fix-file, audit-file
                   move corrected-count to corrected-disp
                   move discarded-count to discarded-disp
                   display ' '
                   display '-----------------------------------------'
                   display ' ' function trim(corrected-disp) ' card(s) corrected to '
                       function trim(fix-fname)
                   display ' ' function trim(discarded-disp) ' card(s) discarded'
                   display ' Audit trail appended to ' function trim(audit-fname)
                   display '-----------------------------------------'
               end-if
           end-if
       end-if.

               perform name-skip-reason
               *> hold what the card said before any correction goes
               *> over it - this is the "old" side of the audit line
               if category-reject = 'Y'
                   move in-category to aud-old-value
               else
                   move in-card(1:18) to aud-old-value
               end-if
               display ' '
               display 'Card:   [' in-card(1:29) ']'
               display 'Reason: ' skip-reason
               if category-reject = 'Y'
                   perform get-category-reply
               else
                   perform get-operator-reply
               end-if
               *> the tag and reason travel no further than this
               *> file - the corrected card goes back in as statsnew
               *> reads it. any other card keeps its tail as sent
               if category-reject = 'Y'
                   move spaces to in-exc-tag, in-exc-reason
               end-if
               evaluate true
                   when reply = 'D' or reply = 'd'
                       add 1 to discarded-count
                       move 'DISCARDED' to aud-action
                       move zero to aud-new-value
                       perform write-audit-line
                   when category-reject = 'Y'
                       move function upper-case(reply(1:4)) to in-category
                       write fix-out-line from in-card
                       add 1 to corrected-count
                       move 'CORRECTED' to aud-action
                       move in-category to aud-new-code
                       perform write-audit-line
                   when other
                       compute corrected-value = function numval(reply)
                       move corrected-value to in-x
                       write fix-out-line from in-card
                       add 1 to corrected-count
                       move 'CORRECTED' to aud-action
                       move corrected-value to aud-new-value
                       perform write-audit-line
               end-evaluate
           end-if.

       *> Paragraph to name the reason a card was skipped, using the
       *> same tests getFile-loop applies in statsnew
       name-skip-reason.
           move 'N' to category-reject
           evaluate true
               when in-exc-tag = 'CTG:'
                   *> statsnew tagged the reason beside a card it refused
                   *> for its category code - the value itself was sound
                   move in-exc-reason to skip-reason
                   move 'Y' to category-reject
               when in-x = spaces
                   move 'BLANK' to skip-reason
               when in-x is not numeric
                   move 'NON-NUMERIC' to skip-reason
               when in-x = zero
                   move 'ZERO' to skip-reason
               when other
                   move 'UNKNOWN' to skip-reason
           end-evaluate.

       *> Paragraph to prompt until the operator keys either D (to
       *> discard the card) or a usable numeric correction
               end-if
           end-if.

       *> Paragraph to prompt until the operator keys either D (to
       *> discard the card) or a replacement category code - the
       *> code is checked against the category master on the next
       *> statsnew run, so only its shape is checked here
       get-category-reply.
           move 'N' to reply-valid
           perform prompt-for-category until reply-valid = 'Y'.

       prompt-for-category.
           display 'Enter corrected category code, or D to discard: '
           accept reply
           if reply = 'D' or reply = 'd'
               move 'Y' to reply-valid
           else
               if reply = spaces or reply(5:16) not = spaces
                   display 'Not a category code - key up to 4 characters, or D'
               else
                   move 'Y' to reply-valid
               end-if
           end-if.

       *> Paragraph to append one decision to the audit file - the
       *> shared audit-record fields aud-action/aud-new-value are set
       *> by the caller, the same shared-working-storage "call" style
           move operator-id to aud-operator
           move skip-reason to aud-reason
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
           move 'STATFIX' to alr-program
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
           move 'STATFIX' to lck-feed
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
