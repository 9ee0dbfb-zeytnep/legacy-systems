*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*>     File:  stataudt.cob
*>     Consolidated maintenance audit companion to statsnew - every
*>     production change the suite allows leaves its trace in a
*>     per-feed .AUD file: statfix's exception repairs in
*>     <feed>.EXC.AUD, stattol's limit changes in <feed>.TOL.AUD and
*>     statsnew's forced, restated and resent runs in
*>     <feed>.RUN.AUD. this report walks the feed registry
*>     (FEEDREG.DAT), gathers all
*>     three files of every registered feed, and lists who changed
*>     what, on which feed, and when, in date order - one list for
*>     the quarterly controls review instead of a directory of them
*>-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

     identification division.

       program-id. stataudt.

     environment division.
       input-output section.
       file-control.
       select registry-file assign to dynamic registry-fname
           organization is line sequential
           file status is reg-file-status.
       select optional audit-file assign to dynamic audit-fname
           organization is line sequential
           file status is audit-file-status.
       select sort-file assign to 'AUDSORT.TMP'.

     data division.
       file section.
       fd registry-file.
           01 registry-fd-line pic x(120).
       fd audit-file.
           01 audit-fd-line pic x(120).
       *> one audit line per work record, keyed for the date order
       *> the review reads in - same day and time falls back on feed
       sd sort-file.
           01 sort-record.
              02 srt-date          picture x(8).
              02 srt-time          picture x(6).
              02 srt-feed          picture x(30).
              02 srt-source        picture x(3).
              02 srt-operator      picture x(8).
              02 srt-action        picture x(9).
              02 srt-detail        picture x(62).

       working-storage section.
       77 registry-fname pic x(40) value 'FEEDREG.DAT'.
       77 reg-file-status pic x(2) value '00'.
       77 audit-fname pic x(50).
       77 audit-file-status pic x(2) value '00'.
       77 feof-reg pic 9 value 1.
       77 feof-aud pic 9 value 1.
       77 feof-srt pic 9 value 1.
       77 parm-string pic x(80).
       77 parm-ok pic x value 'Y'.
       *> the PARM travels as space-separated tokens, the stathist
       *> style - the shared parm-token is the same "call" style
       77 parm-token-1 pic x(45).
       77 parm-token-2 pic x(45).
       77 parm-token   pic x(45).
       77 want-date-from pic x(8) value low-values.
       77 want-date-to   pic x(8) value high-values.
       77 reg-count       picture s9(9) usage is computational value zero.
       77 files-read      picture s9(9) usage is computational value zero.
       77 lines-listed    picture s9(9) usage is computational value zero.
       77 fix-count       picture s9(9) usage is computational value zero.
       77 tol-count       picture s9(9) usage is computational value zero.
       77 run-count       picture s9(9) usage is computational value zero.
       77 count-disp      picture zzzzzzzz9.

       *> shared fields for gather-one-file - the caller names the
       *> feed and which of its .AUD files to read, the same shared-
       *> working-storage "call" style statsnew uses
       77 gather-feed     pic x(30).
       77 gather-source   pic x(3).
       77 gather-suffix   pic x(8).

       *> registry card, the layout statfeed reads - only the feed
       *> input filename matters here
       01 registry-record.
          02 reg-in-fname      picture x(30).
          02 filler            picture x(90).

       *> every .AUD line opens with the same who/when/what columns -
       *> statfix, stattol and statsnew each lay their own detail out
       *> after them, and that detail is listed as it stands
       01 audit-record.
          02 aud-date          picture x(8).
          02 filler            picture x(1).
          02 aud-time          picture x(6).
          02 filler            picture x(1).
          02 aud-operator      picture x(8).
          02 filler            picture x(1).
          02 aud-action        picture x(9).
          02 filler            picture x(1).
          02 aud-detail        picture x(62).
          02 filler            picture x(23).

       01 audit-line.
          02 out-aud-date      picture x(8).
          02 filler            picture x(1) value spaces.
          02 out-aud-time      picture x(6).
          02 filler            picture x(1) value spaces.
          02 out-aud-operator  picture x(8).
          02 filler            picture x(1) value spaces.
          02 out-aud-feed      picture x(30).
          02 filler            picture x(1) value spaces.
          02 out-aud-source    picture x(3).
          02 filler            picture x(1) value spaces.
          02 out-aud-action    picture x(9).
          02 filler            picture x(1) value spaces.
          02 out-aud-detail    picture x(62).

    *> MAIN entry to the program
    procedure division.

       display ' '.
       display '------------------------------------'.
       display '  STATSNEW MAINTENANCE AUDIT REPORT'.
       display '------------------------------------'.
       display ' '.

       *> the PARM picks the review period and, optionally, a
       *> registry other than the live one:
       *>   (blank)                  - every change on file
       *>   DATE:20260701-20260930   - the changes of one quarter
       *>   DATE:20260814            - the changes of one day
       *>   REG:TESTREG.DAT          - gather another registry's feeds
       accept parm-string from command-line.
       perform parse-audit-parm.

       if parm-ok = 'N'
           display 'ABORTING: PARM must be DATE:yyyymmdd[-yyyymmdd] '
               'and/or REG:file'
           move 8 to return-code
       else
           open input registry-file
           if reg-file-status not = '00'
               display 'ERROR: feed registry ' function trim(registry-fname)
                   ' could not be opened, status ' reg-file-status
               move 8 to return-code
           else
               close registry-file
               sort sort-file
                   on ascending key srt-date, srt-time, srt-feed
                   input procedure is gather-audit-files
                   output procedure is list-audit-lines
               perform print-audit-totals
           end-if
       end-if.

       stop run.

       body section.

       *> Paragraph to break the PARM down into its tokens, in either
       *> order - an unrecognized token stops the report rather than
       *> silently reviewing the wrong period
       parse-audit-parm.
           move spaces to parm-token-1, parm-token-2
           unstring parm-string delimited by all ' '
               into parm-token-1, parm-token-2
           move parm-token-1 to parm-token
           perform apply-audit-token
           move parm-token-2 to parm-token
           perform apply-audit-token.

       apply-audit-token.
           evaluate true
               when parm-token = spaces
                   continue
               when parm-token(1:5) = 'DATE:'
                   move parm-token(6:8) to want-date-from
                   if parm-token(14:1) = '-'
                       move parm-token(15:8) to want-date-to
                   else
                       move want-date-from to want-date-to
                   end-if
                   if want-date-from not numeric
                       or want-date-to not numeric
                       display 'ERROR: DATE: must be followed by yyyymmdd'
                           ' or yyyymmdd-yyyymmdd'
                       move 'N' to parm-ok
                   end-if
               when parm-token(1:4) = 'REG:'
                   move parm-token(5:40) to registry-fname
               when other
                   display 'ERROR: PARM token '
                       function trim(parm-token) ' not understood'
                   move 'N' to parm-ok
           end-evaluate.

       *> Paragraph to feed the sort - every registered feed's three
       *> .AUD files in turn. the selects are OPTIONAL, a feed that
       *> has never been repaired, retuned or forced has no file
       gather-audit-files.
           open input registry-file
           perform gather-registry-card until feof-reg = 0
           close registry-file.

       gather-registry-card.
           read registry-file into registry-record
               at end move 0 to feof-reg
           end-read
           if feof-reg not = 0 and registry-fd-line not = spaces
               add 1 to reg-count
               move reg-in-fname to gather-feed
               move 'FIX' to gather-source
               move '.EXC.AUD' to gather-suffix
               perform gather-one-file
               move 'TOL' to gather-source
               move '.TOL.AUD' to gather-suffix
               perform gather-one-file
               move 'RUN' to gather-source
               move '.RUN.AUD' to gather-suffix
               perform gather-one-file
           end-if.

       *> Paragraph to release every in-period line of one .AUD file
       *> to the sort - a file that cannot be read is warned about,
       *> it does not stop the review
       gather-one-file.
           move spaces to audit-fname
           string function trim(gather-feed) delimited by size
                 gather-suffix delimited by size
              into audit-fname
           move 1 to feof-aud
           open input audit-file
           evaluate audit-file-status
               when '00'
                   add 1 to files-read
                   perform gather-audit-line until feof-aud = 0
                   close audit-file
               when '05'
                   close audit-file
               when other
                   display 'WARNING: audit file ' function trim(audit-fname)
                       ' could not be read, status ' audit-file-status
           end-evaluate.

       gather-audit-line.
           read audit-file into audit-record
               at end move 0 to feof-aud
           end-read
           if feof-aud not = 0 and audit-fd-line not = spaces
               if aud-date not < want-date-from
                   and aud-date not > want-date-to
                   move aud-date to srt-date
                   move aud-time to srt-time
                   move gather-feed to srt-feed
                   move gather-source to srt-source
                   move aud-operator to srt-operator
                   move aud-action to srt-action
                   move aud-detail to srt-detail
                   release sort-record
               end-if
           end-if.

       *> Paragraph to print the sorted changes, one line each
       list-audit-lines.
           display 'DATE     TIME   OPERATOR FEED                      '
               '     SRC ACTION    DETAIL'
           display '--------------------------------------------------'
               '--------------------------------------------------'
               '---------------------------------'
           perform list-one-line until feof-srt = 0
           display '--------------------------------------------------'
               '--------------------------------------------------'
               '---------------------------------'.

       list-one-line.
           return sort-file
               at end move 0 to feof-srt
           end-return
           if feof-srt not = 0
               add 1 to lines-listed
               evaluate srt-source
                   when 'FIX' add 1 to fix-count
                   when 'TOL' add 1 to tol-count
                   when 'RUN' add 1 to run-count
               end-evaluate
               move srt-date to out-aud-date
               move srt-time to out-aud-time
               move srt-operator to out-aud-operator
               move srt-feed to out-aud-feed
               move srt-source to out-aud-source
               move srt-action to out-aud-action
               move srt-detail to out-aud-detail
               display audit-line
           end-if.

       *> Paragraph to print the review totals - what was gathered
       *> from where, so the reviewer can see the list is complete
       print-audit-totals.
           display ' '
           if want-date-from not = low-values
               display ' Period             = ' want-date-from
                   ' to ' want-date-to
           end-if
           move reg-count to count-disp
           display ' Registered feeds   = ' count-disp
           move files-read to count-disp
           display ' Audit files read   = ' count-disp
           move fix-count to count-disp
           display ' Exception repairs  = ' count-disp
               '   (FIX, statfix)'
           move tol-count to count-disp
           display ' Limit changes      = ' count-disp
               '   (TOL, stattol)'
           move run-count to count-disp
           display ' Run overrides      = ' count-disp
               '   (RUN, statsnew FORCE/RESTATE/RESEND)'
           move lines-listed to count-disp
           display ' Changes listed     = ' count-disp.
