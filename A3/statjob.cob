*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*>     File:  statjob.cob
*>     Nightly suite controller for statsnew and its companions -
*>     reads a job-stream definition (one card per step: the step
*>     name, the program to run, the highest RETURN-CODE that still
*>     counts as a clean finish, and the step's PARM) and runs the
*>     steps in order. every step's start, end and return code go
*>     on the stream log (<stream>.LOG); a step over its threshold
*>     stops the stream, and a resubmission picks the same cycle up
*>     at the first step that did not finish cleanly instead of
*>     running the whole suite again from the top
*>-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

     identification division.

       program-id. statjob.

     environment division.
       input-output section.
       file-control.
       select stream-file assign to dynamic stream-fname
           organization is line sequential
           file status is stream-file-status.
       select optional log-file assign to dynamic log-fname
           organization is line sequential
           file status is log-file-status.
       select optional alerts-file assign to dynamic alerts-fname
           organization is line sequential
           file status is alert-file-status.
       select optional lock-file assign to dynamic lock-fname
           organization is line sequential
           file status is lock-file-status.

     data division.
       file section.
       fd stream-file.
           01 stream-fd-line pic x(100).
       fd log-file.
           01 log-fd-line pic x(80).
       fd alerts-file.
           01 alerts-fd-line pic x(160).
       fd lock-file.
           01 lock-fd-line pic x(80).

       working-storage section.
       77 parm-string pic x(80).
       77 parm-ok pic x value 'Y'.
       77 parm-token-1 pic x(45).
       77 parm-token-2 pic x(45).
       77 stream-fname pic x(40).
       77 log-fname    pic x(40).
       77 stream-file-status pic x(2) value '00'.
       77 log-file-status pic x(2) value '00'.
       77 feof-stm pic 9 value 1.
       77 feof-log pic 9 value 1.
       77 i       picture s9(9) usage is computational.
       77 j       picture s9(9) usage is computational.
       77 found   pic x value 'N'.
       *> FRESH on the PARM starts a new cycle even when the last
       *> one never finished - the operator's override once a
       *> broken cycle has been dealt with by hand
       77 fresh-cycle pic x value 'N'.

       *> one card per step of the stream:
       *>   cols  1-8   step name (unique within the stream)
       *>   cols 10-17  program to run
       *>   cols 19-20  highest RETURN-CODE still counted as clean
       *>   cols 22-81  the step's PARM, passed as it stands
       *> a card with '*' in column 1 is a comment
       01 step-card.
          02 stc-name          picture x(8).
          02 filler            picture x(1).
          02 stc-program       picture x(8).
          02 filler            picture x(1).
          02 stc-max-rc        picture x(2).
          02 filler            picture x(1).
          02 stc-parm          picture x(60).
          02 filler            picture x(19).

       77 step-count picture s9(4) usage is computational value zero.
       01 step-table.
          02 step-entry occurs 50 times.
             03 st-name        picture x(8).
             03 st-program     picture x(8).
             03 st-max-rc      picture s9(4) usage is computational.
             03 st-parm        picture x(60).

       *> one stream-log line per event - CYCLE opens a cycle, RESUME
       *> marks a resubmission picking it up again, START and END
       *> bracket each step, HELD marks the step that stopped the
       *> stream and DONE closes a cycle that ran to the end. the
       *> cycle id is the date and time the cycle was opened
       01 log-record.
          02 log-cycle         picture x(14).
          02 filler            picture x(1) value spaces.
          02 log-event         picture x(6).
          02 filler            picture x(1) value spaces.
          02 log-step          picture x(8).
          02 filler            picture x(1) value spaces.
          02 log-date          picture x(8).
          02 filler            picture x(1) value spaces.
          02 log-time          picture x(6).
          02 filler            picture x(1) value spaces.
          02 log-rc            picture 9(4).
          02 filler            picture x(1) value spaces.
          02 log-status        picture x(6).

       *> what the log says about the latest cycle - which steps of
       *> it ended clean, and whether the cycle ran to the end. the
       *> highest clean RC of the cycle carries over a restart
       77 cycle-id   pic x(14) value spaces.
       77 cycle-done pic x value 'N'.
       77 clean-count picture s9(4) usage is computational value zero.
       01 clean-table.
          02 clean-entry occurs 50 times.
             03 cl-step        picture x(8).
       77 start-step picture s9(4) usage is computational value 1.
       77 now-date   pic x(8).
       77 now-time   pic x(8).

       *> shared fields for write-log-record - the caller sets the
       *> event, step, rc and status, then performs it
       77 wl-event  pic x(6).
       77 wl-step   pic x(8).
       77 wl-rc     picture s9(4) usage is computational value zero.
       77 wl-status pic x(6).

       77 command-line-text pic x(80).
       77 step-rc   picture s9(9) usage is computational value zero.
       77 stream-rc picture s9(4) usage is computational value zero.
       77 stream-held pic x value 'N'.
       77 ran-count  picture s9(4) usage is computational value zero.
       77 rc-disp    picture zzz9.
       77 count-disp picture zzz9.

       *> central alerts master shared with the rest of the suite -
       *> a stream stopped overnight must reach the morning statalrt
       *> report. same record layout the others append
       77 alerts-fname pic x(40) value 'ALERTS.DAT'.
       77 alert-file-status pic x(2) value '00'.
       77 alert-time picture x(6) value spaces.
       77 alert-severity pic x(4).
       77 alert-text pic x(75).
       *> the sidecar lock protocol statsnew uses - the stream log's
       *> lock is held for the whole stream so a second submission of
       *> the same stream cannot run beside it, the ALERTS.DAT lock
       *> only around an alert append
       77 lock-fname pic x(50).
       77 log-lock-fname pic x(50).
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

    *> MAIN entry to the program
    procedure division.

       display ' '.
       display '------------------------------------'.
       display '  STATSNEW NIGHTLY STREAM CONTROL'.
       display '------------------------------------'.
       display ' '.

       *> PARM: <stream definition> [FRESH]
       *>   NIGHTLY.JOB        - run (or restart) the nightly stream
       *>   NIGHTLY.JOB FRESH  - open a new cycle from the first step
       accept parm-string from command-line.
       perform parse-stream-parm.

       if parm-ok = 'Y'
           perform load-stream-definition
       end-if.

       if parm-ok = 'N'
           display 'ABORTING: PARM must name a usable job-stream definition'
           display 'Usage: statjob stream-definition [FRESH]'
           move 8 to return-code
       else
           *> hold the stream log's lock for the whole stream - the
           *> log is what a restart trusts, two streams writing it at
           *> once would make it lie
           move log-lock-fname to lock-fname
           perform acquire-append-lock
           if lock-held = 'N'
               display 'ABORTING: stream ' function trim(stream-fname)
                   ' is already running - nothing has been started'
               move 8 to return-code
           else
               move 'N' to lock-held
               perform load-stream-log
               perform decide-start-step
               perform run-one-step varying i from start-step by 1
                   until i > step-count or stream-held = 'Y'
               if stream-held = 'N'
                   move 'DONE' to wl-event
                   move spaces to wl-step
                   move stream-rc to wl-rc
                   move 'CLEAN' to wl-status
                   perform write-log-record
               end-if
               move log-lock-fname to lock-fname
               move 'Y' to lock-held
               perform release-append-lock
               perform print-stream-totals
               *> a held stream ends on 8 whatever its step returned,
               *> so the scheduler never reads a stop as a warning
               if stream-held = 'Y'
                   move 8 to return-code
               else
                   move stream-rc to return-code
               end-if
           end-if
       end-if.

       stop run.

       body section.

       *> Paragraph to break the PARM into the definition name and
       *> the FRESH override, and name the log and its lock after it
       parse-stream-parm.
           move spaces to parm-token-1, parm-token-2
           unstring parm-string delimited by all ' '
               into parm-token-1, parm-token-2
           if parm-token-1 = spaces
               move 'N' to parm-ok
           else
               move parm-token-1 to stream-fname
               evaluate function upper-case(parm-token-2)
                   when spaces
                       continue
                   when 'FRESH'
                       move 'Y' to fresh-cycle
                   when other
                       display 'ERROR: PARM token '
                           function trim(parm-token-2) ' not understood'
                       move 'N' to parm-ok
               end-evaluate
               move spaces to log-fname, log-lock-fname
               string function trim(stream-fname) delimited by size
                     '.LOG' delimited by size
                  into log-fname
               string function trim(log-fname) delimited by size
                     '.LCK' delimited by size
                  into log-lock-fname
           end-if.

       *> Paragraph to load the job-stream definition into step-table
       *> - a bad card stops the stream before anything runs, a half-
       *> understood stream is worse than none
       load-stream-definition.
           open input stream-file
           if stream-file-status not = '00'
               display 'ERROR: stream definition ' function trim(stream-fname)
                   ' could not be opened, status ' stream-file-status
               move 'N' to parm-ok
           else
               perform load-step-card until feof-stm = 0
               close stream-file
               if step-count = 0 and parm-ok = 'Y'
                   display 'ERROR: stream definition '
                       function trim(stream-fname) ' has no steps'
                   move 'N' to parm-ok
               end-if
           end-if.

       load-step-card.
           read stream-file into step-card
               at end move 0 to feof-stm
           end-read
           if feof-stm not = 0 and stream-fd-line not = spaces
               and stream-fd-line(1:1) not = '*'
               if stc-name = spaces or stc-program = spaces
                   display 'ERROR: step card without a step name or '
                       'program: ' stream-fd-line(1:40)
                   move 'N' to parm-ok
               else
                   if stc-max-rc = spaces
                       move '00' to stc-max-rc
                   end-if
                   if function trim(stc-max-rc) not numeric
                       display 'ERROR: step ' stc-name
                           ' has a non-numeric RETURN-CODE threshold'
                       move 'N' to parm-ok
                   else
                       perform check-step-name
                       if found = 'Y'
                           display 'ERROR: step ' stc-name
                               ' appears twice in the stream'
                           move 'N' to parm-ok
                       else
                           if step-count < 50
                               add 1 to step-count
                               move stc-name to st-name( step-count )
                               move stc-program to st-program( step-count )
                               compute st-max-rc( step-count ) =
                                   function numval(stc-max-rc)
                               move stc-parm to st-parm( step-count )
                           else
                               display 'ERROR: more than 50 steps in '
                                   function trim(stream-fname)
                               move 'N' to parm-ok
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

       *> Paragraph to test whether stc-name is already in the step
       *> table - sets found, the same linear-search style statsnew
       *> uses for its small tables
       check-step-name.
           move 'N' to found
           perform varying j from 1 by 1 until j > step-count
               if st-name( j ) = stc-name
                   move 'Y' to found
                   exit perform
               end-if
           end-perform.

       *> Paragraph to read the stream log and work out the latest
       *> cycle - its id, the steps of it that ended clean, and
       *> whether it ran to the end. the select is OPTIONAL, so the
       *> first submission of a stream simply finds no cycle at all
       load-stream-log.
           move spaces to cycle-id
           move 'Y' to cycle-done
           move zero to clean-count
           move 1 to feof-log
           open input log-file
           if log-file-status = '00' or log-file-status = '05'
               perform load-log-line until feof-log = 0
               close log-file
           else
               display 'WARNING: stream log ' function trim(log-fname)
                   ' could not be read, status ' log-file-status
                   ' - starting a new cycle'
           end-if.

       load-log-line.
           read log-file into log-record
               at end move 0 to feof-log
           end-read
           if feof-log not = 0 and log-fd-line not = spaces
               evaluate log-event
                   when 'CYCLE'
                       move log-cycle to cycle-id
                       move 'N' to cycle-done
                       move zero to clean-count, stream-rc
                   when 'END'
                       if log-cycle = cycle-id and log-status = 'CLEAN'
                           and clean-count < 50
                           add 1 to clean-count
                           move log-step to cl-step( clean-count )
                           if log-rc > stream-rc
                               move log-rc to stream-rc
                           end-if
                       end-if
                   when 'DONE'
                       if log-cycle = cycle-id
                           move 'Y' to cycle-done
                       end-if
                   when other
                       continue
               end-evaluate
           end-if.

       *> Paragraph to decide where this submission starts - a new
       *> cycle from the top when the last one ran to the end (or
       *> FRESH says so), otherwise the same cycle again at the first
       *> step, in stream order, that has no clean END on the log
       decide-start-step.
           move 1 to start-step
           if cycle-done = 'Y' or fresh-cycle = 'Y'
               if cycle-done = 'N'
                   display 'NOTE: FRESH given - cycle ' cycle-id
                       ' is abandoned unfinished'
               end-if
               accept now-date from date yyyymmdd
               accept now-time from time
               move spaces to cycle-id
               string now-date delimited by size
                     now-time(1:6) delimited by size
                  into cycle-id
               move zero to clean-count, stream-rc
               move 'CYCLE' to wl-event
               move spaces to wl-step
               move zero to wl-rc
               move spaces to wl-status
               perform write-log-record
               display 'Starting cycle ' cycle-id ' of '
                   function trim(stream-fname)
           else
               perform varying i from 1 by 1 until i > step-count
                   perform check-step-clean
                   if found = 'N'
                       exit perform
                   end-if
               end-perform
               move i to start-step
               display 'RESTART: cycle ' cycle-id ' of '
                   function trim(stream-fname) ' did not finish'
               if start-step > step-count
                   display 'RESTART: every step ended clean - closing '
                       'the cycle'
               else
                   display 'RESTART: resuming at step '
                       st-name( start-step )
                       ' - earlier steps finished cleanly'
               end-if
               move 'RESUME' to wl-event
               if start-step > step-count
                   move spaces to wl-step
               else
                   move st-name( start-step ) to wl-step
               end-if
               move zero to wl-rc
               move spaces to wl-status
               perform write-log-record
           end-if
           display ' '.

       *> Paragraph to test whether step i ended clean in the current
       *> cycle - sets found
       check-step-clean.
           move 'N' to found
           perform varying j from 1 by 1 until j > clean-count
               if cl-step( j ) = st-name( i )
                   move 'Y' to found
                   exit perform
               end-if
           end-perform.

       *> Paragraph to run step i - log its START, run the program
       *> with its PARM, log its END with the return code, and hold
       *> the stream when the code is over the step's threshold
       run-one-step.
           move 'START' to wl-event
           move st-name( i ) to wl-step
           move zero to wl-rc
           move spaces to wl-status
           perform write-log-record
           move spaces to command-line-text
           string function trim(st-program( i )) delimited by size
                 ' ' delimited by size
                 function trim(st-parm( i )) delimited by size
              into command-line-text
           display 'STEP ' st-name( i ) ' RUNNING '
               function trim(command-line-text)
           call 'SYSTEM' using command-line-text
           *> the command's exit code comes back in the high byte of
           *> the wait status on unix-like systems
           move return-code to step-rc
           if step-rc > 255
               divide step-rc by 256 giving step-rc
           end-if
           move zero to return-code
           add 1 to ran-count
           move 'END' to wl-event
           move step-rc to wl-rc
           move step-rc to rc-disp
           if step-rc > st-max-rc( i )
               move 'FAILED' to wl-status
               perform write-log-record
               move 'Y' to stream-held
               move 'HELD' to wl-event
               perform write-log-record
               display 'STEP ' st-name( i ) ' ENDED RC '
                   function trim(rc-disp) ' - OVER ITS THRESHOLD, '
                   'STREAM HELD'
               move 'FAIL' to alert-severity
               move spaces to alert-text
               string 'STREAM HELD AT STEP ' delimited by size
                     function trim(st-name( i )) delimited by size
                     ' RC ' delimited by size
                     function trim(rc-disp) delimited by size
                     ' - RESUBMIT TO RESTART THERE' delimited by size
                  into alert-text
               perform write-alert-record
           else
               move 'CLEAN' to wl-status
               perform write-log-record
               display 'STEP ' st-name( i ) ' ENDED RC '
                   function trim(rc-disp)
               if step-rc > stream-rc
                   move step-rc to stream-rc
               end-if
           end-if.

       *> Paragraph to append one line to the stream log - opened and
       *> closed around every line, so a step that never comes back
       *> still leaves its START behind for the restart to find
       write-log-record.
           move spaces to log-record
           move cycle-id to log-cycle
           move wl-event to log-event
           move wl-step to log-step
           accept log-date from date yyyymmdd
           accept now-time from time
           move now-time(1:6) to log-time
           move wl-rc to log-rc
           move wl-status to log-status
           open extend log-file
           if log-file-status = '00' or log-file-status = '05'
               write log-fd-line from log-record
               close log-file
           else
               display 'WARNING: stream log ' function trim(log-fname)
                   ' could not be extended, status ' log-file-status
           end-if.

       *> Paragraph to print the end-of-stream totals
       print-stream-totals.
           display ' '
           display '-----------------------------------------'
           move step-count to count-disp
           display ' Steps in stream   = ' count-disp
           compute j = start-step - 1
           move j to count-disp
           display ' Clean earlier     = ' count-disp
           move ran-count to count-disp
           display ' Steps run         = ' count-disp
           display ' Stream log        = ' function trim(log-fname)
           if stream-held = 'Y'
               display ' Stream HELD - resubmit to restart at the '
                   'failed step'
           else
               move stream-rc to rc-disp
               display ' Cycle ' cycle-id ' complete, highest RC '
                   function trim(rc-disp)
           end-if
           display '-----------------------------------------'.

       *> Paragraph to append one alert line to the central alerts
       *> master - severity and text are set by the caller. the
       *> stream log's own lock stays held throughout
       write-alert-record.
           accept alr-date from date yyyymmdd
           accept alert-time from time
           move alert-time to alr-time
           move 'STATJOB' to alr-program
           move stream-fname to alr-feed
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
               display 'WARNING: alert for ' function trim(stream-fname)
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
           move 'STATJOB' to lck-feed
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
