*>     Run-history inquiry companion to statsnew - prints the
*>     permanent run-history master (RUNHIST.DAT) for a given input
*>     filename or run-date range, for audit requests like "what did
*>     the 14th's run of the claims feed look like?" - a slice is
*>     read straight off the master's keys, not the whole file
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

     data division.
       file section.
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

       working-storage section.
       77 history-fname pic x(40) value 'RUNHIST.DAT'.
       *> shared parm-token is the same "call" style statsnew uses
       77 parm-token-1 pic x(45).
       77 parm-token-2 pic x(45).
       77 parm-token-3 pic x(45).
       77 parm-token   pic x(45).
       77 want-fname pic x(30).
       77 want-date-from pic x(8).
       77 want-date-to   pic x(8).
       77 matched  pic x value 'N'.
       *> VERSIONS token: list superseded versions of a feed's day
       *> as well - by default only the current figures are shown
       77 show-versions pic x value 'N'.
       77 version-flag  pic x value space.
       77 hidden-count picture s9(9) usage is computational value zero.
       77 shown-count picture s9(9) usage is computational value zero.
       77 read-count  picture s9(9) usage is computational value zero.
       77 shown-disp  picture zzzzzzzz9.
       77 read-disp   picture zzzzzzzz9.

    *> MAIN entry to the program
    procedure division.

       *> a HIST:<file> token alongside the slice points the inquiry
       *> at a statarch archive instead of the live master, e.g.
       *>   HIST:RUNHIST.20190101.ARC FILE:claims.txt
       *> for the old audit questions the archives are kept for, and
       *> a VERSIONS token lists every version of a restated or rerun
       *> day, superseded ones marked *, e.g.
       *>   FILE:claims.txt VERSIONS
       accept parm-string from command-line.
       perform parse-inquiry-parm.

               ' could not be opened, status ' hist-file-status
           display 'Nothing has been recorded yet if the file does not exist.'
       else
           display 'RUN DATE TIME INPUT FILE                     '
               'VER   READ      SKIPPED   T MEAN                 '
               'MEDIAN               STD DEV'
           display '--------------------------------------------------'
               '--------------------------------------------------'
               '--------------------------'
           perform position-history
           perform report-loop until feof-his = 0
           close history-file
           display '--------------------------------------------------'
               '--------------------------------------------------'
               '--------------------------'
           move shown-count to shown-disp
           move read-count to read-disp
           display function trim(shown-disp) ' of '
               function trim(read-disp) ' history record(s) shown'
           if show-versions = 'Y'
               display '* = superseded by a later version'
           else
               if hidden-count > 0
                   move hidden-count to shown-disp
                   display function trim(shown-disp)
                       ' superseded version(s) not shown - add VERSIONS'
                       ' to list them'
               end-if
           end-if
       end-if.

       stop run.
       body section.

       *> Paragraph to break the PARM down into its tokens - the
       *> slice argument, the optional HIST: override and VERSIONS,
       *> in any order. an unrecognized token just lists everything,
       *> the safe default for an audit tool
       parse-inquiry-parm.
           move 'ALL' to inquiry-mode
           move spaces to parm-token-1, parm-token-2, parm-token-3
           unstring parm-string delimited by all ' '
               into parm-token-1, parm-token-2, parm-token-3
           move parm-token-1 to parm-token
           perform apply-inquiry-token
           move parm-token-2 to parm-token
           perform apply-inquiry-token
           move parm-token-3 to parm-token
           perform apply-inquiry-token.

       apply-inquiry-token.
           evaluate true
               when parm-token = spaces
                   continue
               when parm-token = 'VERSIONS'
                   move 'Y' to show-versions
               when parm-token(1:5) = 'HIST:'
                   move parm-token(6:40) to history-fname
                   display 'Reading history from '
                       move want-date-from to want-date-to
                   end-if
               when other
                   display 'WARNING: PARM token not HIST:/FILE:/FEED:,'
                       ' DATE:... or VERSIONS - listing the whole history'
                   move 'ALL' to inquiry-mode
           end-evaluate.

       *> Paragraph to put the master at the first record of the
       *> slice - a FILE: slice starts on the feed's first key, a
       *> DATE: slice on the first run date of the range through the
       *> date key, and the whole history is simply read from the
       *> top. a slice with nothing in it ends before the first read
       position-history.
           evaluate inquiry-mode
               when 'FILE'
                   move want-fname to hist-in-fname
                   move low-values to hist-run-date
                   move zero to hist-run-seq
                   start history-file key is not less than hist-key
                       invalid key move 0 to feof-his
                   end-start
               when 'DATE'
                   move want-date-from to hist-run-date
                   start history-file key is not less than hist-run-date
                       invalid key move 0 to feof-his
                   end-start
               when other
                   continue
           end-evaluate.

       *> Paragraph to read one history record and print it while it
       *> is still inside the requested slice - the keys bring the
       *> slice in order, so the first record past it ends the read.
       *> a superseded version inside the slice is passed over, not
       *> an end, unless VERSIONS asked for it
       report-loop.
           read history-file next record
               at end move 0 to feof-his
           end-read
           if feof-his not = 0
               add 1 to read-count
               perform match-record
               if matched = 'Y'
                   if hist-status = 'S'
                       move '*' to version-flag
                   else
                       move space to version-flag
                   end-if
                   if hist-status = 'S' and show-versions = 'N'
                       add 1 to hidden-count
                   else
                       add 1 to shown-count
                       display hist-run-date ' ' hist-run-time ' '
                           hist-in-fname ' V' hist-run-seq version-flag ' '
                           hist-read ' ' hist-skipped ' ' hist-trunc ' '
                           hist-mean ' ' hist-median ' ' hist-stddev
                   end-if
               else
                   move 0 to feof-his
               end-if
           end-if.

