*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*>     File:  statack.cob
*>     Ledger acknowledgment companion to statsnew - reads the
*>     posting extract (.PST) statsnew sent the ledger system and
*>     the acknowledgment file the ledger team returns for it, and
*>     matches the two category by category. every posting is
*>     reported as accepted, rejected by the ledger, missing from
*>     the acknowledgment, or posted at a different amount, and
*>     every one that is not cleanly accepted is appended to the
*>     alerts master with a nonzero RETURN-CODE, so month-end close
*>     cannot go ahead over an out-of-balance ledger
*>-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

     identification division.

       program-id. statack.

     environment division.
       input-output section.
       file-control.
       select posting-file assign to dynamic pst-fname
           organization is line sequential
           file status is pst-file-status.
       select ack-file assign to dynamic ack-fname
           organization is line sequential
           file status is ack-file-status.
       select optional alerts-file assign to dynamic alerts-fname
           organization is line sequential
           file status is alert-file-status.
       select optional lock-file assign to dynamic lock-fname
           organization is line sequential
           file status is lock-file-status.

     data division.
       file section.
       fd posting-file.
           01 pst-in-line pic x(80).
       fd ack-file.
           01 ack-in-line pic x(80).
       fd alerts-file.
           01 alerts-fd-line pic x(160).
       fd lock-file.
           01 lock-fd-line pic x(80).

       working-storage section.
       77 parm-string pic x(80).
       77 pst-fname pic x(40).
       77 ack-fname pic x(40).
       77 pst-file-status pic x(2) value '00'.
       77 ack-file-status pic x(2) value '00'.
       77 feof-pst pic 9 value 1.
       77 feof-ack pic 9 value 1.
       77 parm-ok pic x value 'Y'.
       77 name-len picture s9(4) usage is computational value zero.
       77 i       picture s9(9) usage is computational.
       77 found   pic x value 'N'.

       *> the ack is only good against the extract it answers - the
       *> feed and run date on the two headers must agree
       77 pst-header-seen pic x value 'N'.
       77 pst-trailer-seen pic x value 'N'.
       *> 'Y' once the extract carries more details than posted-table
       *> holds - alerted once, not per card
       77 pst-overflow pic x value 'N'.
       77 ack-header-seen pic x value 'N'.
       77 ack-trailer-seen pic x value 'N'.
       77 pst-feed pic x(30) value spaces.
       77 pst-date pic x(8) value spaces.
       77 ack-detail-count picture s9(9) usage is computational value zero.
       77 ack-expected     picture s9(9) usage is computational value zero.

       *> reconciliation counters - anything but an accepted posting
       *> is unreconciled and holds the close
       77 accepted-count   picture s9(9) usage is computational value zero.
       77 rejected-count   picture s9(9) usage is computational value zero.
       77 missing-count    picture s9(9) usage is computational value zero.
       77 amtdiff-count    picture s9(9) usage is computational value zero.
       77 unexpected-count picture s9(9) usage is computational value zero.
       77 unreconciled-count picture s9(9) usage is computational value zero.
       77 accepted-amount  picture s9(14)v9(4) usage is computational-3 value zero.
       77 sent-amount      picture s9(14)v9(4) usage is computational-3 value zero.
       77 diff-amount      picture s9(14)v9(4) usage is computational-3 value zero.
       77 count-disp       picture zzzzzzzz9.
       77 amount-disp      picture -(14)9.9(4).

       *> the posting extract statsnew writes - same layout as its
       *> write-posting-extract paragraph, the contract with the ledger
       01 posting-header.
          02 pst-h-id          picture x(1).
          02 pst-h-feed        picture x(30).
          02 pst-h-date        picture x(8).
          02 pst-h-count       picture 9(9).
       01 posting-detail.
          02 pst-d-id          picture x(1).
          02 pst-d-cat         picture x(4).
          02 pst-d-count       picture 9(9).
          02 pst-d-amount      picture s9(14)v9(4) sign leading separate.
          02 pst-d-weight      picture s9(14)v9(4) sign leading separate.
          02 pst-d-gl          picture x(12).
       01 posting-trailer.
          02 pst-t-id          picture x(1).
          02 pst-t-details     picture 9(9).
          02 pst-t-amount      picture s9(14)v9(4) sign leading separate.
          02 pst-t-weight      picture s9(14)v9(4) sign leading separate.

       *> the acknowledgment the ledger team returns - a header that
       *> echoes the extract's feed and run date, one detail per
       *> category they processed with A(ccepted) or R(ejected), the
       *> amount they posted and their reason for a rejection, and a
       *> trailer with the detail count. amounts carry the same
       *> leading separate sign and implied decimals as the .PST
       01 ack-header.
          02 ack-h-id          picture x(1).
          02 ack-h-feed        picture x(30).
          02 ack-h-date        picture x(8).
       01 ack-detail.
          02 ack-d-id          picture x(1).
          02 ack-d-cat         picture x(4).
          02 ack-d-status      picture x(1).
             88 ack-accepted   value 'A'.
             88 ack-rejected   value 'R'.
          02 ack-d-amount      picture s9(14)v9(4) sign leading separate.
          02 ack-d-reason      picture x(30).
       01 ack-trailer.
          02 ack-t-id          picture x(1).
          02 ack-t-details     picture 9(9).

       *> one slot per category the extract posted, the same 20 the
       *> statsnew category table holds, and the same linear-table
       *> style - pt-acked marks the ones the ack has answered
       77 posted-count picture s9(4) usage is computational value zero.
       01 posted-table.
          02 posted-entry occurs 20 times.
             03 pt-cat         picture x(4).
             03 pt-gl          picture x(12).
             03 pt-amount      picture s9(14)v9(4) usage is computational-3.
             03 pt-acked       picture x(1).

       *> central alerts master shared with the rest of the suite -
       *> an unreconciled posting must reach the morning statalrt
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

       *> shared fields for report-posting - the caller sets the
       *> category, outcome, amounts and reason, then performs it
       77 rpt-cat     pic x(4).
       *> the GL account the extract named for the category - blank
       *> for a category the extract never sent
       77 rpt-gl      pic x(12).
       77 rpt-status  pic x(10).
       77 rpt-sent    picture s9(14)v9(4) usage is computational-3.
       77 rpt-posted  picture s9(14)v9(4) usage is computational-3.
       77 rpt-reason  pic x(30).
       77 rpt-has-sent   pic x value 'Y'.
       77 rpt-has-posted pic x value 'Y'.

       01 recon-line.
          02 out-recon-cat     picture x(4).
          02 filler            picture x(2) value spaces.
          02 out-recon-status  picture x(10).
          02 filler            picture x(1) value spaces.
          02 out-recon-gl      picture x(12).
          02 filler            picture x(1) value spaces.
          02 out-recon-sent    picture x(20).
          02 filler            picture x(1) value spaces.
          02 out-recon-posted  picture x(20).
          02 filler            picture x(1) value spaces.
          02 out-recon-diff    picture x(20).
          02 filler            picture x(1) value spaces.
          02 out-recon-reason  picture x(30).

    *> MAIN entry to the program
    procedure division.

       display ' '.
       display '------------------------------------'.
       display '  STATSNEW LEDGER ACKNOWLEDGMENT'.
       display '------------------------------------'.
       display ' '.

       *> PARM: <extract.PST> [<acknowledgment>] - the ack defaults
       *> to the extract's name with .ACK in place of .PST
       accept parm-string from command-line.
       perform parse-ack-parm.

       if parm-ok = 'N'
           display 'ABORTING: PARM must name the posting extract'
           display 'Usage: statack extract.PST [acknowledgment]'
       else
           perform load-posting-extract
           if parm-ok = 'Y'
               perform reconcile-ack-file
           end-if
           if parm-ok = 'Y'
               perform report-missing-postings
               perform print-recon-totals
           end-if
       end-if.

       *> an abort outranks everything - the close must never read
       *> "could not reconcile" as "reconciled". any unreconciled
       *> posting holds it just the same
       if parm-ok = 'N' or unreconciled-count > 0
           move 8 to return-code
       end-if.

       stop run.

       body section.

       *> Paragraph to break the PARM into the extract and ack names
       parse-ack-parm.
           move spaces to pst-fname, ack-fname
           unstring parm-string delimited by all ' '
               into pst-fname, ack-fname
           if pst-fname = spaces
               move 'N' to parm-ok
           else
               if ack-fname = spaces
                   move function length(function trim(pst-fname))
                       to name-len
                   if name-len > 4
                       and pst-fname(name-len - 3:4) = '.PST'
                       move pst-fname(1:name-len - 4) to ack-fname
                   else
                       move pst-fname to ack-fname
                   end-if
                   move spaces to parm-string
                   string function trim(ack-fname) delimited by size
                         '.ACK' delimited by size
                      into parm-string
                   move parm-string to ack-fname
               end-if
               display 'Posting extract  : ' function trim(pst-fname)
               display 'Acknowledgment   : ' function trim(ack-fname)
           end-if.

       *> Paragraph to load the extract's details into posted-table
       *> and prove the extract against its own trailer before the
       *> ack is judged against it
       load-posting-extract.
           open input posting-file
           if pst-file-status not = '00'
               display 'ERROR: posting extract ' function trim(pst-fname)
                   ' could not be opened, status ' pst-file-status
               move 'N' to parm-ok
               move 'FAIL' to alert-severity
               move spaces to alert-text
               string 'LEDGER RECON ABORTED - EXTRACT NOT READABLE, STATUS '
                         delimited by size
                     pst-file-status delimited by size
                  into alert-text
               perform write-alert-record
           else
               perform load-posting-card until feof-pst = 0
               close posting-file
               evaluate true
                   when pst-header-seen = 'N' or pst-trailer-seen = 'N'
                       display 'ERROR: posting extract '
                           function trim(pst-fname)
                           ' has no header or no trailer - it is incomplete'
                       move 'N' to parm-ok
                       move 'FAIL' to alert-severity
                       move 'LEDGER RECON ABORTED - EXTRACT HAS NO HEADER OR NO TRAILER'
                           to alert-text
                       perform write-alert-record
                   when pst-overflow = 'Y'
                       move 'FAIL' to alert-severity
                       move 'LEDGER RECON ABORTED - EXTRACT HAS MORE THAN 20 DETAILS'
                           to alert-text
                       perform write-alert-record
                   when pst-t-details not = posted-count
                       or pst-t-amount not = sent-amount
                       display 'ERROR: posting extract '
                           function trim(pst-fname)
                           ' does not balance to its own trailer'
                       move 'N' to parm-ok
                       move 'FAIL' to alert-severity
                       move 'LEDGER RECON ABORTED - EXTRACT DOES NOT BALANCE'
                           to alert-text
                       perform write-alert-record
                   when other
                       continue
               end-evaluate
           end-if.

       load-posting-card.
           read posting-file
               at end move 0 to feof-pst
           end-read
           if feof-pst not = 0 and pst-in-line not = spaces
               evaluate pst-in-line(1:1)
                   when 'H'
                       move pst-in-line to posting-header
                       move pst-h-feed to pst-feed
                       move pst-h-date to pst-date
                       move 'Y' to pst-header-seen
                   when 'D'
                       move pst-in-line to posting-detail
                       if posted-count < 20
                           add 1 to posted-count
                           move pst-d-cat to pt-cat( posted-count )
                           move pst-d-gl to pt-gl( posted-count )
                           move pst-d-amount to pt-amount( posted-count )
                           move 'N' to pt-acked( posted-count )
                           add pst-d-amount to sent-amount
                       else
                           display 'ERROR: more than 20 details on '
                               function trim(pst-fname)
                           move 'N' to parm-ok
                           move 'Y' to pst-overflow
                       end-if
                   when 'T'
                       move pst-in-line to posting-trailer
                       move 'Y' to pst-trailer-seen
                   when other
                       display 'WARNING: unrecognised extract card '
                           pst-in-line(1:20)
               end-evaluate
           end-if.

       *> Paragraph to read the acknowledgment and settle each of its
       *> details against the extract. an ack that never came back
       *> settles nothing, so every posting falls through to the
       *> missing pass and is reported and alerted on its own
       reconcile-ack-file.
           display 'Feed             : ' function trim(pst-feed)
           display 'Run date         : ' pst-date
           display ' '
           open input ack-file
           if ack-file-status not = '00'
               display 'ERROR: acknowledgment ' function trim(ack-fname)
                   ' could not be opened, status ' ack-file-status
                   ' - every posting is unreconciled'
               display ' '
           end-if
           display 'CAT   STATUS     GL ACCOUNT   SENT                 '
               'POSTED               DIFFERENCE           REASON'
           display '--------------------------------------------------'
               '--------------------------------------------------'
               '-------------'
           if ack-file-status = '00'
               perform reconcile-ack-card until feof-ack = 0
               close ack-file
               if parm-ok = 'Y'
                   perform check-ack-trailer
               end-if
           end-if.

       reconcile-ack-card.
           read ack-file
               at end move 0 to feof-ack
           end-read
           if feof-ack not = 0 and ack-in-line not = spaces
               evaluate ack-in-line(1:1)
                   when 'H'
                       move ack-in-line to ack-header
                       move 'Y' to ack-header-seen
                       perform check-ack-header
                   when 'D'
                       move ack-in-line to ack-detail
                       add 1 to ack-detail-count
                       if ack-header-seen = 'N'
                           display 'ERROR: acknowledgment detail before '
                               'its header'
                           move 'N' to parm-ok
                           move 0 to feof-ack
                           move 'FAIL' to alert-severity
                           move 'LEDGER RECON ABORTED - ACK DETAIL BEFORE ITS HEADER'
                               to alert-text
                           perform write-alert-record
                       else
                           perform settle-ack-detail
                       end-if
                   when 'T'
                       move ack-in-line to ack-trailer
                       move 'Y' to ack-trailer-seen
                       move ack-t-details to ack-expected
                   when other
                       display 'WARNING: unrecognised acknowledgment card '
                           ack-in-line(1:20)
               end-evaluate
           end-if.

       *> Paragraph to make sure the ack answers this extract - an ack
       *> for another feed or run date settles nothing, so the whole
       *> step aborts with an alert instead of reporting every
       *> posting as missing
       check-ack-header.
           if ack-h-feed not = pst-feed or ack-h-date not = pst-date
               display 'ERROR: acknowledgment is for '
                   function trim(ack-h-feed) ' ' ack-h-date
                   ', the extract is ' function trim(pst-feed) ' ' pst-date
               move 'N' to parm-ok
               move 0 to feof-ack
               move 'FAIL' to alert-severity
               move spaces to alert-text
               string 'LEDGER ACK IS FOR ' delimited by size
                     function trim(ack-h-feed) delimited by size
                     ' ' delimited by size
                     ack-h-date delimited by size
                     ', NOT THIS EXTRACT' delimited by size
                  into alert-text
               perform write-alert-record
           end-if.

       *> Paragraph to settle one ack detail against the extract -
       *> a category we never sent, or one answered twice, is as
       *> unreconciled as one the ledger rejected
       settle-ack-detail.
           move 'N' to found
           perform varying i from 1 by 1 until i > posted-count
               if pt-cat( i ) = ack-d-cat
                   move 'Y' to found
                   exit perform
               end-if
           end-perform
           move ack-d-cat to rpt-cat
           move ack-d-amount to rpt-posted
           move ack-d-reason to rpt-reason
           move 'Y' to rpt-has-posted
           if found = 'N'
               add 1 to unexpected-count
               move spaces to rpt-gl
               move 'UNEXPECTED' to rpt-status
               move zero to rpt-sent
               move 'N' to rpt-has-sent
               move 'NOT ON THE EXTRACT' to rpt-reason
           else
               move pt-gl( i ) to rpt-gl
               move pt-amount( i ) to rpt-sent
               move 'Y' to rpt-has-sent
               evaluate true
                   when pt-acked( i ) = 'Y'
                       add 1 to unexpected-count
                       move 'DUPLICATE' to rpt-status
                       move 'ANSWERED TWICE IN THE ACK' to rpt-reason
                   when ack-rejected
                       move 'Y' to pt-acked( i )
                       add 1 to rejected-count
                       move 'REJECTED' to rpt-status
                   when ack-accepted and ack-d-amount = pt-amount( i )
                       move 'Y' to pt-acked( i )
                       add 1 to accepted-count
                       add ack-d-amount to accepted-amount
                       move 'ACCEPTED' to rpt-status
                   when ack-accepted
                       move 'Y' to pt-acked( i )
                       add 1 to amtdiff-count
                       move 'AMOUNT DIF' to rpt-status
                       compute diff-amount = ack-d-amount - pt-amount( i )
                       move diff-amount to amount-disp
                       move spaces to rpt-reason
                       string 'POSTED OFF BY ' delimited by size
                             function trim(amount-disp) delimited by size
                          into rpt-reason
                   when other
                       move 'Y' to pt-acked( i )
                       add 1 to rejected-count
                       move 'REJECTED' to rpt-status
                       move spaces to rpt-reason
                       string 'UNKNOWN ACK STATUS ' delimited by size
                             ack-d-status delimited by size
                          into rpt-reason
               end-evaluate
           end-if
           perform report-posting.

       *> Paragraph to cross-check the ack against its own trailer -
       *> a short ack is as good as no ack for the postings it lost
       check-ack-trailer.
           if ack-trailer-seen = 'N'
               display 'WARNING: acknowledgment has no trailer - it may '
                   'be incomplete'
           else
               if ack-expected not = ack-detail-count
                   move ack-expected to count-disp
                   display 'WARNING: acknowledgment trailer says '
                       function trim(count-disp) ' details, '
                   move ack-detail-count to count-disp
                   display '         ' function trim(count-disp)
                       ' were read'
               end-if
           end-if.

       *> Paragraph to report every extract posting the ack never
       *> answered
       report-missing-postings.
           perform varying i from 1 by 1 until i > posted-count
               if pt-acked( i ) = 'N'
                   add 1 to missing-count
                   move pt-cat( i ) to rpt-cat
                   move pt-gl( i ) to rpt-gl
                   move 'MISSING' to rpt-status
                   move pt-amount( i ) to rpt-sent
                   move 'Y' to rpt-has-sent
                   move zero to rpt-posted
                   move 'N' to rpt-has-posted
                   move 'NOT IN THE ACKNOWLEDGMENT' to rpt-reason
                   perform report-posting
               end-if
           end-perform.

       *> Paragraph to print one reconciliation line and, for any
       *> outcome but ACCEPTED, append a FAIL alert for it
       report-posting.
           move spaces to recon-line
           move rpt-cat to out-recon-cat
           move rpt-status to out-recon-status
           move rpt-gl to out-recon-gl
           if rpt-has-sent = 'Y'
               move rpt-sent to amount-disp
               move amount-disp to out-recon-sent
           end-if
           if rpt-has-posted = 'Y'
               move rpt-posted to amount-disp
               move amount-disp to out-recon-posted
           end-if
           if rpt-has-sent = 'Y' and rpt-has-posted = 'Y'
               compute diff-amount = rpt-posted - rpt-sent
               move diff-amount to amount-disp
               move amount-disp to out-recon-diff
           end-if
           move rpt-reason to out-recon-reason
           display recon-line
           if rpt-status not = 'ACCEPTED'
               add 1 to unreconciled-count
               move 'FAIL' to alert-severity
               move spaces to alert-text
               string 'LEDGER ' delimited by size
                     function trim(rpt-status) delimited by size
                     ' CAT ' delimited by size
                     rpt-cat delimited by size
                     ' RUN ' delimited by size
                     pst-date delimited by size
                     ' - ' delimited by size
                     function trim(rpt-reason) delimited by size
                  into alert-text
               perform write-alert-record
           end-if.

       *> Paragraph to print the reconciliation totals
       print-recon-totals.
           display '--------------------------------------------------'
               '--------------------------------------------------'
               '-------------'
           move posted-count to count-disp
           display 'Postings sent     = ' count-disp
           move sent-amount to amount-disp
           display 'Amount sent       = ' amount-disp
           move accepted-count to count-disp
           display 'Accepted          = ' count-disp
           move accepted-amount to amount-disp
           display 'Amount accepted   = ' amount-disp
           move rejected-count to count-disp
           display 'Rejected          = ' count-disp
           move missing-count to count-disp
           display 'Missing from ack  = ' count-disp
           move amtdiff-count to count-disp
           display 'Amount different  = ' count-disp
           move unexpected-count to count-disp
           display 'Not on extract    = ' count-disp
           display ' '
           if unreconciled-count > 0
               move unreconciled-count to count-disp
               display '*** ' function trim(count-disp)
                   ' UNRECONCILED POSTING(S) - THE LEDGER IS OUT OF '
                   'BALANCE ***'
           else
               display 'Reconciled: every posting accepted at the amount sent'
           end-if.

       *> Paragraph to append one alert line to the central alerts
       *> master - severity and text are set by the caller, the same
       *> "call" style the rest of the suite uses
       write-alert-record.
           accept alr-date from date yyyymmdd
           accept alert-time from time
           move alert-time to alr-time
           move 'STATACK' to alr-program
           if pst-feed not = spaces
               move pst-feed to alr-feed
           else
               move pst-fname to alr-feed
           end-if
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
               display 'WARNING: alert for ' function trim(alr-feed)
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
           move 'STATACK' to lck-feed
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
