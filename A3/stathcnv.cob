*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*>     File:  stathcnv.cob
*>     One-time conversion companion to statsnew - the run-history
*>     master (RUNHIST.DAT) used to be a line-sequential file of
*>     160-byte cards that every inquiry read front to back. It is
*>     now an indexed master keyed on input filename, run date and
*>     run sequence, with the run date as an alternate key. This
*>     utility loads the old cards (or an old .ARC archive) into a
*>     new keyed file, numbering same-day reruns of a feed 001, 002
*>     in the order they were appended, and prints a reconciliation
*>     of cards read against records loaded
*>-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

     identification division.

       program-id. stathcnv.

     environment division.
       input-output section.
       file-control.
       select old-history-file assign to dynamic old-fname
           organization is line sequential
           file status is old-file-status.
       select optional history-file assign to dynamic history-fname
           organization is indexed
           access mode is dynamic
           record key is hist-key
           alternate record key is hist-run-date with duplicates
           file status is hist-file-status.
       select optional lock-file assign to dynamic lock-fname
           organization is line sequential
           file status is lock-file-status.

     data division.
       file section.
       fd old-history-file.
           01 old-history-fd-line pic x(160).
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
       fd lock-file.
           01 lock-fd-line pic x(80).

       working-storage section.
       77 old-fname     pic x(40) value 'RUNHIST.SEQ'.
       77 history-fname pic x(40) value 'RUNHIST.DAT'.
       77 old-file-status  pic x(2) value '00'.
       77 hist-file-status pic x(2) value '00'.
       77 feof-old pic 9 value 1.
       77 feof-his pic 9 value 1.
       77 parm-string pic x(80).
       77 parm-ok pic x value 'Y'.
       77 card-written pic x value 'N'.
       77 read-count     picture s9(9) usage is computational value zero.
       77 loaded-count   picture s9(9) usage is computational value zero.
       77 renum-count    picture s9(9) usage is computational value zero.
       77 reject-count   picture s9(9) usage is computational value zero.
       77 check-count    picture s9(9) usage is computational value zero.
       77 conv-seq       picture 9(3) value zero.
       77 read-disp     picture zzzzzzzz9.

       *> the new master's own append lock, the sidecar name statsnew
       *> builds - held for the whole load, so no run can write to the
       *> new master before the old cards are all on it
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

       *> the 160-byte card statsnew appended before the master was
       *> keyed - run date first, fields space-separated, and the
       *> run time in the last spare bytes (blank on older cards)
       01 old-history-record.
          02 old-run-date      picture x(8).
          02 filler            picture x(1).
          02 old-in-fname      picture x(30).
          02 filler            picture x(1).
          02 old-out-fname     picture x(30).
          02 filler            picture x(1).
          02 old-read          picture 9(9).
          02 filler            picture x(1).
          02 old-skipped       picture 9(9).
          02 filler            picture x(1).
          02 old-trunc         picture x(1).
          02 filler            picture x(1).
          02 old-mean          picture x(20).
          02 filler            picture x(1).
          02 old-median        picture x(20).
          02 filler            picture x(1).
          02 old-stddev        picture x(20).
          02 filler            picture x(1).
          02 old-run-time      picture x(4).

    *> MAIN entry to the program
    procedure division.

       display ' '.
       display '------------------------------------'.
       display '  STATSNEW RUN-HISTORY CONVERSION'.
       display '------------------------------------'.
       display ' '.

       *> the PARM names the old card file and, optionally, the new
       *> keyed master - rename the old RUNHIST.DAT aside first:
       *>   (blank)                      - RUNHIST.SEQ into RUNHIST.DAT
       *>   RUNHIST.SEQ                  - the same, spelled out
       *>   RUNHIST.20190101.OLD RUNHIST.20190101.ARC
       *>                                - reload an old archive
       accept parm-string from command-line.
       if parm-string not = spaces
           unstring parm-string delimited by all spaces
               into old-fname, history-fname
           end-unstring
           if history-fname = spaces
               move 'RUNHIST.DAT' to history-fname
           end-if
       end-if.
       if old-fname = history-fname
           display 'ABORTING: the old cards and the new master must be '
               'different files - rename the old master aside first'
           move 8 to return-code
       else
           move spaces to lock-fname
           string function trim(history-fname) delimited by size
                 '.LCK' delimited by size
              into lock-fname
           display 'Converting ' function trim(old-fname) ' into '
               function trim(history-fname)
           perform acquire-append-lock
           if lock-held = 'N'
               display 'ABORTING: the run history is in use - '
                   'nothing has been changed'
               move 8 to return-code
           else
               perform conversion-pass
               perform release-append-lock
               if parm-ok = 'Y'
                   perform print-reconciliation
               else
                   move 8 to return-code
               end-if
           end-if
       end-if.

       stop run.

       body section.

       *> Paragraph to take the master's append lock, the same
       *> sidecar-file protocol statsnew uses - wait a bounded time
       *> for a holder to finish, then give up loudly
       acquire-append-lock.
           move 'N' to lock-held
           move zero to lock-try
           accept lck-date from date yyyymmdd
           accept lck-time from time
           move 'STATHCNV' to lck-feed
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

       *> Paragraph to load the old cards into the new master - a
       *> master that already holds records is refused outright, the
       *> conversion is a one-time load and must never double a
       *> history that statsnew has started writing to
       conversion-pass.
           open input old-history-file
           if old-file-status not = '00'
               display 'ERROR: old run history ' function trim(old-fname)
                   ' could not be opened, status ' old-file-status
               move 'N' to parm-ok
           else
               open i-o history-file
               if hist-file-status not = '00' and hist-file-status not = '05'
                   display 'ERROR: run history ' function trim(history-fname)
                       ' could not be opened, status ' hist-file-status
                   close old-history-file
                   move 'N' to parm-ok
               else
                   perform check-master-empty
                   if parm-ok = 'Y'
                       perform convert-one-card until feof-old = 0
                       perform count-new-master
                   end-if
                   close old-history-file, history-file
               end-if
           end-if.

       check-master-empty.
           move 1 to feof-his
           move low-values to hist-key
           start history-file key is not less than hist-key
               invalid key move 0 to feof-his
           end-start
           if feof-his not = 0
               read history-file next record
                   at end move 0 to feof-his
               end-read
           end-if
           if feof-his not = 0
               display 'ERROR: run history ' function trim(history-fname)
                   ' already holds records - the conversion only loads'
                   ' an empty master'
               move 'N' to parm-ok
           end-if.

       *> Paragraph to read one old card and write it to the new
       *> master as run 001 of its feed and day - a FORCE rerun of the
       *> same feed the same day finds that key taken and becomes
       *> 002, 003 and so on, in the order the cards were appended,
       *> and the run it follows is marked superseded
       convert-one-card.
           read old-history-file into old-history-record
               at end move 0 to feof-old
           end-read
           if feof-old not = 0 and old-history-fd-line not = spaces
               add 1 to read-count
               move spaces to history-record
               move old-in-fname to hist-in-fname
               move old-run-date to hist-run-date
               move old-run-time to hist-run-time
               move old-out-fname to hist-out-fname
               move old-read to hist-read
               move old-skipped to hist-skipped
               move old-trunc to hist-trunc
               move old-mean to hist-mean
               move old-median to hist-median
               move old-stddev to hist-stddev
               *> each rerun loaded supersedes the run before it, the
               *> versioning statsnew keeps - the last run of a feed's
               *> day is its current figures
               move 'C' to hist-status
               move old-run-date to hist-proc-date
               move zero to hist-run-seq
               move 'N' to card-written
               perform write-converted-card
                   until card-written = 'Y' or hist-run-seq = 999
               if card-written = 'N'
                   add 1 to reject-count
                   display 'WARNING: ' old-in-fname ' ' old-run-date
                       ' has more runs than the master can number - '
                       'card not loaded'
               end-if
           end-if.

       write-converted-card.
           add 1 to hist-run-seq
           write history-record
               invalid key
                   continue
               not invalid key
                   move 'Y' to card-written
                   add 1 to loaded-count
                   if hist-run-seq > 1
                       add 1 to renum-count
                       perform supersede-prior-card
                   end-if
           end-write.

       supersede-prior-card.
           compute conv-seq = hist-run-seq - 1
           move conv-seq to hist-run-seq
           read history-file record
               invalid key
                   display 'WARNING: ' hist-in-fname ' ' hist-run-date
                       ' run ' conv-seq ' could not be marked superseded'
               not invalid key
                   move 'S' to hist-status
                   rewrite history-record
                       invalid key
                           display 'WARNING: ' hist-in-fname ' '
                               hist-run-date ' run ' conv-seq
                               ' could not be marked superseded'
                   end-rewrite
           end-read.

       *> Paragraph to count the records on the new master, front to
       *> back on its primary key, for the reconciliation
       count-new-master.
           move zero to check-count
           move 1 to feof-his
           move low-values to hist-key
           start history-file key is not less than hist-key
               invalid key move 0 to feof-his
           end-start
           perform count-one-record until feof-his = 0.

       count-one-record.
           read history-file next record
               at end move 0 to feof-his
           end-read
           if feof-his not = 0
               add 1 to check-count
           end-if.

       *> Paragraph to print the reconciliation - every card read must
       *> be on the new master, and a mismatch is an error the step
       *> reports with a nonzero RETURN-CODE, not a footnote
       print-reconciliation.
           display ' '
           display '-----------------------------------------'
           move read-count to read-disp
           display ' Cards read          = ' read-disp
           move loaded-count to read-disp
           display ' Records loaded      = ' read-disp
           move renum-count to read-disp
           display ' Same-day reruns     = ' read-disp
           move reject-count to read-disp
           display ' Cards not loaded    = ' read-disp
           move check-count to read-disp
           display ' Records on master   = ' read-disp
           display '-----------------------------------------'
           if loaded-count not = read-count
               or check-count not = read-count
               display ' *** RECONCILIATION FAILURE: cards read do not '
                   'equal records on the master ***'
               move 8 to return-code
           else
               display ' Reconciled: cards read = records on the master'
           end-if.
