*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*>     File:  statarch.cob
*>     Retention/archive companion to statsnew - the run-history
*>     master (RUNHIST.DAT) only ever grows, one record per pair
*>     per run. This utility takes a retention cutoff, moves the
*>     records older than it into a dated archive file (same keyed
*>     layout, so stathist can be pointed straight at an archive
*>     when an old audit question comes in), deletes them from the
*>     live master, and prints a reconciliation of the records on
*>     the master before, archived, and kept
*>-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

     identification division.
       input-output section.
       file-control.
       select history-file assign to dynamic history-fname
           organization is indexed
           access mode is dynamic
           record key is hist-key
           alternate record key is hist-run-date with duplicates
           file status is hist-file-status.
       select optional archive-file assign to dynamic archive-fname
           organization is indexed
           access mode is dynamic
           record key is arc-key
           alternate record key is arc-run-date with duplicates
           file status is arch-file-status.
       select optional lock-file assign to dynamic lock-fname
           organization is line sequential
           file status is lock-file-status.

     data division.
       file section.
       *> only the key and run date are needed to judge a record, but
       *> the whole record travels unchanged - the archive must stay
       *> byte for byte the layout stathist reads
       fd history-file.
           01 history-record.
              02 hist-key.
                 03 hist-in-fname  picture x(30).
                 03 hist-run-date  picture x(8).
                 03 hist-run-seq   picture 9(3).
              02 filler            picture x(159).
       fd archive-file.
           01 archive-record.
              02 arc-key.
                 03 arc-in-fname   picture x(30).
                 03 arc-run-date   picture x(8).
                 03 arc-run-seq    picture 9(3).
              02 filler            picture x(159).
       fd lock-file.
           01 lock-fd-line pic x(80).

       working-storage section.
       77 history-fname pic x(40) value 'RUNHIST.DAT'.
       77 archive-fname pic x(40).
       77 hist-file-status pic x(2) value '00'.
       77 arch-file-status pic x(2) value '00'.
       77 feof-his pic 9 value 1.
       77 parm-string pic x(80).
       77 parm-ok pic x value 'Y'.
       77 read-count     picture s9(9) usage is computational value zero.
       77 archived-count picture s9(9) usage is computational value zero.
       77 kept-count     picture s9(9) usage is computational value zero.
       77 master-count   picture s9(9) usage is computational value zero.
       *> records the archive already held under the same key - a
       *> rerun after an interrupted pass finds them there, and the
       *> master copy is still removed
       77 onfile-count   picture s9(9) usage is computational value zero.
       77 delete-fail    picture s9(9) usage is computational value zero.
       *> records the archive refused for any reason but already on
       *> file - they stay on the master, and the step fails
       77 write-fail     picture s9(9) usage is computational value zero.
       77 read-disp     picture zzzzzzzz9.
       77 archived-disp picture zzzzzzzz9.
       77 kept-disp     picture zzzzzzzz9.

       *> the same RUNHIST.DAT.LCK append lock statsnew takes - the
       *> whole count-archive-recount pass holds it, so a parallel
       *> submission cannot add a record in the middle and throw the
       *> reconciliation out
       77 lock-fname pic x(50) value 'RUNHIST.DAT.LCK'.
       77 lock-file-status pic x(2) value '00'.
       77 lock-held pic x value 'N'.
          02 filler            picture x(1) value spaces.
          02 lck-feed          picture x(30).

    *> MAIN entry to the program
    procedure division.

           display 'Usage: statarch DATE:yyyymmdd  or  statarch DAYS:nnn'
           move 8 to return-code
       else
           *> hold the master's append lock for the whole pass, so a
           *> parallel statsnew submission cannot land a record
           *> between the counts and throw the reconciliation out
           perform acquire-append-lock
           if lock-held = 'N'
               display 'ABORTING: the run history is in use - '
               move 8 to return-code
           else
               perform archive-pass
               perform release-append-lock
               if parm-ok = 'Y'
                   perform print-reconciliation
                   ' to ' function trim(archive-fname)
           end-if.

       *> Paragraph to move the older-than-cutoff records: count the
       *> master, walk its run-date key from the oldest day up to the
       *> cutoff writing each record to the dated archive and deleting
       *> it from the master, then count what is left. the archive is
       *> keyed the same way, so a rerun with the same cutoff adds to
       *> an archive already on the shelf instead of overwriting it
       archive-pass.
           open i-o history-file
           if hist-file-status not = '00'
               display 'ERROR: run history ' function trim(history-fname)
                   ' could not be opened, status ' hist-file-status
               move 'N' to parm-ok
           else
               open i-o archive-file
               if arch-file-status not = '00' and arch-file-status not = '05'
                   display 'ERROR: archive ' function trim(archive-fname)
                       ' could not be opened, status ' arch-file-status
                   close history-file
                   move 'N' to parm-ok
               else
                   perform count-master
                   move master-count to read-count
                   move 1 to feof-his
                   move low-values to hist-run-date
                   start history-file key is not less than hist-run-date
                       invalid key move 0 to feof-his
                   end-start
                   perform archive-one-record until feof-his = 0
                   perform count-master
                   move master-count to kept-count
                   close history-file, archive-file
               end-if
           end-if.

       *> Paragraph to count every record on the master, front to
       *> back on its primary key - done before and after the pass
       count-master.
           move zero to master-count
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
               add 1 to master-count
           end-if.

       *> Paragraph to archive and delete the next record on the run-
       *> date key, stopping at the first one dated on or after the
       *> cutoff - DELETE leaves the key position where it was, so the
       *> next READ NEXT picks up the following record
       archive-one-record.
           read history-file next record
               at end move 0 to feof-his
           end-read
           if feof-his not = 0
               if hist-run-date not < cutoff-date
                   move 0 to feof-his
               else
                   write archive-record from history-record
                       invalid key
                           if arch-file-status = '22'
                               add 1 to onfile-count
                           end-if
                   end-write
                   *> the master copy goes only once the archive holds
                   *> the record - written now, or already on file
                   if arch-file-status = '00' or arch-file-status = '22'
                       delete history-file record
                           invalid key
                               add 1 to delete-fail
                               display 'WARNING: ' hist-in-fname ' '
                                   hist-run-date ' archived but could not be '
                                   'deleted, status ' hist-file-status
                           not invalid key
                               add 1 to archived-count
                       end-delete
                   else
                       add 1 to write-fail
                       display 'ERROR: ' hist-in-fname ' ' hist-run-date
                           ' could not be archived, status '
                           arch-file-status ' - kept on the master'
                   end-if
               end-if
           end-if.

       *> Paragraph to print the reconciliation - read must equal
           display ' Records read     = ' read-disp
           display ' Records archived = ' archived-disp
           display ' Records kept     = ' kept-disp
           if onfile-count > 0
               move onfile-count to read-disp
               display ' Already archived = ' read-disp
           end-if
           if write-fail > 0
               move write-fail to read-disp
               display ' Archive refused  = ' read-disp
           end-if
           display ' Archive file     = ' function trim(archive-fname)
           display '-----------------------------------------'
           compute date-work = archived-count + kept-count
           if date-work not = read-count or delete-fail > 0
               display ' *** RECONCILIATION FAILURE: read does not '
                   'equal archived + kept ***'
               move 8 to return-code
           else
               display ' Reconciled: read = archived + kept'
           end-if
           if write-fail > 0
               display ' *** ARCHIVE WRITE FAILURE: records the archive '
                   'refused were kept on the master ***'
               move 8 to return-code
           end-if.
